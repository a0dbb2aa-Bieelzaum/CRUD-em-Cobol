                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT TELEFONES-ADIC ASSIGN TO "TELEFONES-ADIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-TELEFONE
                  ALTERNATE RECORD KEY IS TA-TELEFONE-CONTATO
                         WITH DUPLICATES
                  FILE STATUS IS WS-TAD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY AUDITORIA.CPY.
       FD  CATEGORIAS.
       COPY CATEGORIA.CPY.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-CAT-FILE-STATUS                  PIC X(02).
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-NOVO-TELEFONE                    PIC X(15).
       01  WS-NOVO-NOME                        PIC X(40).
       01  WS-NOVO-CONTATO                     PIC X(394).
      * MANIFESTACAO DE CONSENTIMENTO DIGITADA OU RECEBIDA DO LOTE,
      * UM BYTE POR CANAL: S, N OU BRANCO (NAO PERGUNTADO).
       01  WS-CONS-INFORMADO.
           03  WS-CONS-INF-EMAIL               PIC X(01).
           03  WS-CONS-INF-TELEFONE            PIC X(01).
           03  WS-CONS-INF-CORREIO             PIC X(01).
       01  WS-CONS-VALIDO                      PIC X(01)   VALUE 'S'.
           88  WS-CONS-OK                                  VALUE 'S'.
       01  WS-CATEGORIA-VALIDA                 PIC X(01)   VALUE 'S'.
           88  WS-CATEGORIA-OK                             VALUE 'S'.
       01  WS-EMPRESA-VALIDA                   PIC X(01)   VALUE 'S'.
           88  WS-EMPRESA-OK                               VALUE 'S'.
       01  WS-CANCELAR-INCLUSAO                PIC X(01)   VALUE 'N'.
       01  WS-TELEFONE-ADICIONAL               PIC X(01)   VALUE 'N'.
           88  WS-E-ADICIONAL-DE-OUTRO                     VALUE 'S'.
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
                  DISPLAY 'INCLUSAO REJEITADA: ' WS-VAL-MOTIVO
               ELSE
                  PERFORM P250-VERIFICA-DUPLICIDADE
                  IF WS-E-ADICIONAL-DE-OUTRO
                     DISPLAY 'INCLUSAO REJEITADA: TELEFONE JA E '
                             'ADICIONAL DE OUTRO CONTATO!'
                     SET WS-RC-DUPLICADO        TO TRUE
                  ELSE
                     IF WS-CANCELAR-INCLUSAO = 'S'
                        IF WS-MODO-BATCH
                           DISPLAY 'INCLUSAO REJEITADA: POSSIVEL '
                                   'DUPLICIDADE!'
                        ELSE
                           DISPLAY 'INCLUSAO CANCELADA PELO OPERADOR!'
                        END-IF
                        SET WS-RC-CANCELADO        TO TRUE
                     ELSE
                        PERFORM P300-GRAVA-CONTATO
                     END-IF
                  END-IF
               END-IF
               PERFORM P900-FECHA-ARQUIVO
                  MOVE WS-COM-ENDERECO         TO CT-ENDERECO
               END-IF
               MOVE WS-COM-CATEGORIA           TO CT-CATEGORIA
               IF WS-COM-EMPRESA = '-'
                  MOVE SPACES                  TO CT-EMPRESA
               ELSE
                  MOVE WS-COM-EMPRESA          TO CT-EMPRESA
               END-IF
               MOVE WS-COM-CONSENTIMENTO       TO WS-CONS-INFORMADO
            ELSE
               DISPLAY 'TELEFONE : ' WITH NO ADVANCING
               ACCEPT CT-TELEFONE
               ACCEPT CT-END-LOGRADOURO
               DISPLAY 'NUMERO.... : ' WITH NO ADVANCING
               ACCEPT CT-END-NUMERO
               DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : '
                                                 WITH NO ADVANCING
               ACCEPT CT-END-CEP
               PERFORM P225-CONSULTA-CEP
               IF CT-ENDERECO-ESTRUT NOT = SPACES
                  PERFORM P270-MONTA-ENDERECO-LIVRE
               END-IF
               DISPLAY 'CATEGORIA (BRANCO=SEM CLASSIFICACAO) : '
                                                 WITH NO ADVANCING
               ACCEPT CT-CATEGORIA
               DISPLAY 'EMPRESA (CODIGO, BRANCO=SEM EMPRESA) : '
                                                 WITH NO ADVANCING
               ACCEPT CT-EMPRESA
               PERFORM P287-DIGITA-CONSENTIMENTO
            END-IF
            PERFORM P220-VALIDA-CAMPOS
            IF WS-MODO-BATCH
               END-IF
            ELSE
               PERFORM P230-REDIGITA-CAMPO UNTIL WS-VAL-OK
               IF WS-VAL-AVISO NOT = SPACES
                  DISPLAY 'ATENCAO: ' WS-VAL-AVISO
               END-IF
            END-IF
            IF NOT WS-RC-DADOS-INVALIDOS
               PERFORM P240-VALIDA-CATEGORIA
                          UNTIL WS-CATEGORIA-OK
               END-IF
            END-IF
            IF NOT WS-RC-DADOS-INVALIDOS
               PERFORM P242-VALIDA-EMPRESA
               IF WS-MODO-BATCH
                  IF NOT WS-EMPRESA-OK
                     MOVE 'EMPRESA NAO CADASTRADA'
                                               TO WS-VAL-MOTIVO
                     SET WS-RC-DADOS-INVALIDOS TO TRUE
                  END-IF
               ELSE
                  PERFORM P247-REDIGITA-EMPRESA
                          UNTIL WS-EMPRESA-OK
               END-IF
            END-IF
            IF NOT WS-RC-DADOS-INVALIDOS
               PERFORM P280-VALIDA-CONSENTIMENTO
               IF WS-MODO-BATCH
                  IF NOT WS-CONS-OK
                     MOVE 'CONSENTIMENTO INVALIDO'
                                               TO WS-VAL-MOTIVO
                     SET WS-RC-DADOS-INVALIDOS TO TRUE
                  END-IF
               ELSE
                  PERFORM P285-REDIGITA-CONSENTIMENTO
                          UNTIL WS-CONS-OK
               END-IF
            END-IF
            PERFORM P290-REGISTRA-CONSENTIMENTO
            SET CT-ATIVO                       TO TRUE
            SET CT-REG-LIVRE                   TO TRUE
            MOVE CT-TELEFONE                   TO WS-NOVO-TELEFONE
            MOVE CT-NOME                       TO WS-NOVO-NOME
           .
      * CONSENTIMENTO DE CONTATO POR CANAL: S (CONSENTE), N (RECUSOU)
      * OU BRANCO (NAO PERGUNTADO, QUE PARA AS CAMPANHAS VALE COMO
      * SEM CONSENTIMENTO).
       P280-VALIDA-CONSENTIMENTO.
            MOVE 'S'                           TO WS-CONS-VALIDO
            IF WS-CONS-INF-EMAIL NOT = 'S' AND
               WS-CONS-INF-EMAIL NOT = 'N' AND
               WS-CONS-INF-EMAIL NOT = SPACE
               MOVE 'N'                        TO WS-CONS-VALIDO
            END-IF
            IF WS-CONS-INF-TELEFONE NOT = 'S' AND
               WS-CONS-INF-TELEFONE NOT = 'N' AND
               WS-CONS-INF-TELEFONE NOT = SPACE
               MOVE 'N'                        TO WS-CONS-VALIDO
            END-IF
            IF WS-CONS-INF-CORREIO NOT = 'S' AND
               WS-CONS-INF-CORREIO NOT = 'N' AND
               WS-CONS-INF-CORREIO NOT = SPACE
               MOVE 'N'                        TO WS-CONS-VALIDO
            END-IF
           .
       P285-REDIGITA-CONSENTIMENTO.
            DISPLAY 'CONSENTIMENTO INVALIDO: RESPONDA S, N OU BRANCO!'
            PERFORM P287-DIGITA-CONSENTIMENTO
            PERFORM P280-VALIDA-CONSENTIMENTO
           .
       P287-DIGITA-CONSENTIMENTO.
            DISPLAY 'CONSENTE CONTATO POR EMAIL.... (S/N/BRANCO) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-CONS-INF-EMAIL
            DISPLAY 'CONSENTE CONTATO POR TELEFONE. (S/N/BRANCO) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-CONS-INF-TELEFONE
            DISPLAY 'CONSENTE CONTATO POR CORREIO.. (S/N/BRANCO) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-CONS-INF-CORREIO
            INSPECT WS-CONS-INFORMADO
                    CONVERTING 'sn' TO 'SN'
           .
      * CADA CANAL INFORMADO GUARDA A DATA E QUEM REGISTROU (O
      * OPERADOR DO BALCAO OU O CRMIMP DA IMPORTACAO DO CRM).
       P290-REGISTRA-CONSENTIMENTO.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE SPACES                        TO CT-CONSENTIMENTO
            IF WS-CONS-INF-EMAIL NOT = SPACE
               MOVE WS-CONS-INF-EMAIL          TO CT-CONS-EMAIL-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-EMAIL-DATA
               MOVE WS-OPERADOR                TO CT-CONS-EMAIL-ORIGEM
            END-IF
            IF WS-CONS-INF-TELEFONE NOT = SPACE
               MOVE WS-CONS-INF-TELEFONE       TO CT-CONS-TEL-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-TEL-DATA
               MOVE WS-OPERADOR                TO CT-CONS-TEL-ORIGEM
            END-IF
            IF WS-CONS-INF-CORREIO NOT = SPACE
               MOVE WS-CONS-INF-CORREIO        TO CT-CONS-CORR-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-CORR-DATA
               MOVE WS-OPERADOR                TO CT-CONS-CORR-ORIGEM
            END-IF
           .
      * A LINHA LIVRE CT-ENDERECO PASSA A SER MONTADA A PARTIR DOS
      * CAMPOS ESTRUTURADOS, PARA OS RELATORIOS E AS IMAGENS DE
               END-IF
            END-IF
           .
      * EMPRESA EM BRANCO SIGNIFICA CONTATO SEM VINCULO COM EMPRESA;
      * QUANDO INFORMADA, PRECISA EXISTIR NO CADASTRO DE EMPRESAS
      * (OPCAO 24 DO MENU). NA DIGITACAO A RAZAO SOCIAL E MOSTRADA
      * PARA CONFERENCIA.
       P242-VALIDA-EMPRESA.
            MOVE 'S'                           TO WS-EMPRESA-VALIDA
            IF CT-EMPRESA NOT = SPACES
               OPEN INPUT EMPRESAS
               IF WS-EMP-FILE-STATUS = '00'
                  MOVE CT-EMPRESA              TO EMP-CODIGO
                  READ EMPRESAS
                     INVALID KEY
                        MOVE 'N'               TO WS-EMPRESA-VALIDA
                     NOT INVALID KEY
                        IF WS-MODO-INTERATIVO
                           DISPLAY 'EMPRESA: ' EMP-RAZAO-SOCIAL
                        END-IF
                  END-READ
                  CLOSE EMPRESAS
               ELSE
                  MOVE 'N'                     TO WS-EMPRESA-VALIDA
               END-IF
            END-IF
           .
       P247-REDIGITA-EMPRESA.
            DISPLAY 'EMPRESA NAO CADASTRADA (VEJA OPCAO 24 DO MENU)!'
            DISPLAY 'EMPRESA (CODIGO, BRANCO=SEM EMPRESA) : '
                                                 WITH NO ADVANCING
            ACCEPT CT-EMPRESA
            PERFORM P242-VALIDA-EMPRESA
           .
       P245-REDIGITA-CATEGORIA.
            DISPLAY 'CATEGORIA NAO CADASTRADA (VEJA OPCAO 10 DO MENU)!'
            DISPLAY 'CATEGORIA (BRANCO=SEM CLASSIFICACAO) : '
            MOVE CT-NOME                       TO WS-VAL-NOME
            MOVE CT-EMAIL                      TO WS-VAL-EMAIL
            MOVE CT-END-CEP                    TO WS-VAL-CEP
            MOVE CT-END-UF                     TO WS-VAL-UF
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
      * COM O CEP NA BASE DOS CORREIOS, CIDADE E UF VALEM AS DA BASE
      * (TAMBEM NA INCLUSAO EM LOTE/IMPORTACAO).
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-CIDADE          TO CT-END-CIDADE
               MOVE WS-VAL-CEP-UF              TO CT-END-UF
               PERFORM P270-MONTA-ENDERECO-LIVRE
            END-IF
           .
      * NA DIGITACAO O CEP VEM ANTES DA CIDADE/UF: QUANDO ESTA NA BASE
      * DOS CORREIOS AS DUAS SAO PREENCHIDAS E NAO SAO PERGUNTADAS.
       P225-CONSULTA-CEP.
            MOVE CT-END-CEP                    TO WS-VAL-CEP
            SET WS-VAL-SO-CONSULTA-CEP         TO TRUE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-CIDADE          TO CT-END-CIDADE
               MOVE WS-VAL-CEP-UF              TO CT-END-UF
               DISPLAY 'CIDADE/UF  : ' FUNCTION TRIM(CT-END-CIDADE)
                       '/' CT-END-UF ' (PELO CEP)'
            ELSE
               DISPLAY 'CIDADE.... : ' WITH NO ADVANCING
               ACCEPT CT-END-CIDADE
               DISPLAY 'UF........ : ' WITH NO ADVANCING
               ACCEPT CT-END-UF
            END-IF
           .
       P230-REDIGITA-CAMPO.
            DISPLAY 'CAMPO INVALIDO: ' WS-VAL-MOTIVO
                 DISPLAY 'EMAIL... : ' WITH NO ADVANCING
                 ACCEPT CT-EMAIL
               WHEN WS-VAL-CEP-INVALIDO
               WHEN WS-VAL-CEP-INEXISTENTE
                 DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : '
                                                 WITH NO ADVANCING
                 ACCEPT CT-END-CEP
            END-EVALUATE
            PERFORM P220-VALIDA-CAMPOS
           .
      * AS SONDAGENS ABAIXO LEEM OUTROS REGISTROS NA MESMA AREA DO
      * ARQUIVO: O CONTATO NOVO E GUARDADO INTEIRO E DEVOLVIDO NO FIM.
       P250-VERIFICA-DUPLICIDADE.
            MOVE CONTATO-REG                   TO WS-NOVO-CONTATO
            MOVE 'N'                           TO WS-CANCELAR-INCLUSAO
            MOVE 'N'                           TO WS-TELEFONE-ADICIONAL
            IF NOT WS-MODO-BATCH
               MOVE WS-NOVO-TELEFONE            TO CT-TELEFONE
               READ CONTATOS
                     MOVE 'S'                   TO WS-CANCELAR-INCLUSAO
               END-READ
            END-IF
            IF WS-CANCELAR-INCLUSAO NOT = 'S'
               PERFORM P255-VERIFICA-TELEFONE-ADIC
            END-IF
            IF WS-CANCELAR-INCLUSAO NOT = 'S'
               PERFORM P260-VERIFICA-NOME-SEMELHANTE
            END-IF
            MOVE WS-NOVO-CONTATO               TO CONTATO-REG
           .
      * UM NUMERO JA CADASTRADO COMO TELEFONE ADICIONAL DE OUTRO
      * CONTATO NAO PODE VIRAR TELEFONE PRINCIPAL DE UM CONTATO NOVO,
      * NEM NO BALCAO NEM NO LOTE: A MESMA PESSOA FICARIA DUPLICADA.
       P255-VERIFICA-TELEFONE-ADIC.
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE WS-NOVO-TELEFONE           TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     DISPLAY 'TELEFONE JA CADASTRADO COMO ADICIONAL DO '
                             'CONTATO ' TA-TELEFONE-CONTATO
                     SET WS-E-ADICIONAL-DE-OUTRO TO TRUE
                     MOVE 'S'                  TO WS-CANCELAR-INCLUSAO
               END-READ
               CLOSE TELEFONES-ADIC
            END-IF
           .
      * A VERIFICACAO DE NOME IGUAL E UMA SONDAGEM DIRETA NA CHAVE
      * ALTERNATIVA CT-NOME (DUPLICATAS PERMITIDAS), SEM VARRER O
               MOVE CT-CATEGORIA                  TO AUD-DEP-CATEGORIA
               MOVE SPACES                        TO AUD-ANT-END-ESTRUT
               MOVE CT-ENDERECO-ESTRUT            TO AUD-DEP-END-ESTRUT
               MOVE SPACES                        TO AUD-ANT-CONS
               MOVE CT-CONSENTIMENTO              TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE SPACES                        TO AUD-TEL-ADICIONAL
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE SPACES                        TO AUD-ANT-EMPRESA
               MOVE CT-EMPRESA                    TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
