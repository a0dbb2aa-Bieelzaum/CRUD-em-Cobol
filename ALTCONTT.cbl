                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CG-CODIGO
                  FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY AUDITORIA.CPY.
       FD  CATEGORIAS.
       COPY CATEGORIA.CPY.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-CAT-FILE-STATUS                  PIC X(02).
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-CHAVE-BUSCA                      PIC X(15).
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-ANTES-STATUS                     PIC X(01).
       01  WS-ANTES-CATEGORIA                  PIC X(03).
       01  WS-ANTES-END-ESTRUT                 PIC X(88).
       01  WS-ANTES-CONSENTIMENTO              PIC X(51).
       01  WS-ANTES-EMPRESA                    PIC X(05).
       01  WS-NOVO-NOME                        PIC X(40).
       01  WS-NOVO-EMAIL                       PIC X(40).
       01  WS-NOVO-LOGRADOURO                  PIC X(40).
       01  WS-NOVA-CATEGORIA                   PIC X(03).
       01  WS-CATEGORIA-VALIDA                 PIC X(01)   VALUE 'S'.
           88  WS-CATEGORIA-OK                             VALUE 'S'.
       01  WS-NOVA-EMPRESA                     PIC X(05).
       01  WS-EMPRESA-VALIDA                   PIC X(01)   VALUE 'S'.
           88  WS-EMPRESA-OK                               VALUE 'S'.
      * MANIFESTACAO DE CONSENTIMENTO DIGITADA OU RECEBIDA DO LOTE,
      * UM BYTE POR CANAL: S, N OU BRANCO (MANTEM O QUE ESTA GRAVADO).
       01  WS-CONS-INFORMADO.
           03  WS-CONS-INF-EMAIL               PIC X(01).
           03  WS-CONS-INF-TELEFONE            PIC X(01).
           03  WS-CONS-INF-CORREIO             PIC X(01).
       01  WS-CONS-VALIDO                      PIC X(01)   VALUE 'S'.
           88  WS-CONS-OK                                  VALUE 'S'.
       01  WS-DADOS-ALTERADOS                  PIC X(01)   VALUE 'N'.
           88  WS-DADOS-MUDARAM                            VALUE 'S'.
       01  WS-CONS-ALTERADO                    PIC X(01)   VALUE 'N'.
           88  WS-CONS-MUDOU                               VALUE 'S'.
       01  WS-LOCK-MAX-MINUTOS                 PIC 9(03)   VALUE 30.
       01  WS-TRAVA-EXPIRADA                   PIC X(01)   VALUE 'N'.
           88  WS-TRAVA-ESTA-EXPIRADA                      VALUE 'S'.
                        MOVE CT-STATUS           TO WS-ANTES-STATUS
                        MOVE CT-CATEGORIA        TO WS-ANTES-CATEGORIA
                        MOVE CT-ENDERECO-ESTRUT  TO WS-ANTES-END-ESTRUT
                        MOVE CT-CONSENTIMENTO
                                              TO WS-ANTES-CONSENTIMENTO
                        MOVE CT-EMPRESA          TO WS-ANTES-EMPRESA
                        PERFORM P250-TRAVA-CONTATO
                        PERFORM P300-ALTERA-CONTATO
                     END-IF
               IF WS-COM-CATEGORIA NOT = SPACES
                  MOVE WS-COM-CATEGORIA        TO CT-CATEGORIA
               END-IF
               MOVE WS-COM-EMPRESA             TO WS-NOVA-EMPRESA
               PERFORM P350-APLICA-EMPRESA
               MOVE WS-COM-CONSENTIMENTO       TO WS-CONS-INFORMADO
               PERFORM P320-VALIDA-CAMPOS
               PERFORM P340-VALIDA-CATEGORIA
               PERFORM P352-VALIDA-EMPRESA
               PERFORM P380-VALIDA-CONSENTIMENTO
            ELSE
               MOVE SPACES                     TO WS-NOVO-NOME
               MOVE SPACES                     TO WS-NOVO-EMAIL
               IF WS-NOVO-NUMERO NOT = SPACES
                  MOVE WS-NOVO-NUMERO           TO CT-END-NUMERO
               END-IF
               DISPLAY 'CEP (' CT-END-CEP
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVO-CEP
               IF WS-NOVO-CEP NOT = SPACES
                  MOVE WS-NOVO-CEP              TO CT-END-CEP
               END-IF
               PERFORM P325-CONSULTA-CEP
               IF CT-ENDERECO-ESTRUT NOT = SPACES
                  PERFORM P370-MONTA-ENDERECO-LIVRE
               END-IF
               IF WS-NOVA-CATEGORIA NOT = SPACES
                  MOVE WS-NOVA-CATEGORIA        TO CT-CATEGORIA
               END-IF
               MOVE SPACES                     TO WS-NOVA-EMPRESA
               DISPLAY 'EMPRESA (' CT-EMPRESA
                       ') [ENTER P/ MANTER, - P/ SEM EMPRESA] : '
                                                 WITH NO ADVANCING
               ACCEPT WS-NOVA-EMPRESA
               PERFORM P350-APLICA-EMPRESA
               PERFORM P387-DIGITA-CONSENTIMENTO
               PERFORM P380-VALIDA-CONSENTIMENTO
               PERFORM P385-REDIGITA-CONSENTIMENTO
                       UNTIL WS-CONS-OK
               PERFORM P320-VALIDA-CAMPOS
               PERFORM P330-REDIGITA-CAMPO UNTIL WS-VAL-OK
                       OR WS-VAL-TELEFONE-INVALIDO
               IF WS-VAL-OK AND WS-VAL-AVISO NOT = SPACES
                  DISPLAY 'ATENCAO: ' WS-VAL-AVISO
               END-IF
               IF WS-VAL-OK
                  PERFORM P340-VALIDA-CATEGORIA
                  PERFORM P345-REDIGITA-CATEGORIA
                          UNTIL WS-CATEGORIA-OK
                  PERFORM P352-VALIDA-EMPRESA
                  PERFORM P355-REDIGITA-EMPRESA
                          UNTIL WS-EMPRESA-OK
               ELSE
                  MOVE 'S'                     TO WS-CATEGORIA-VALIDA
                  MOVE 'S'                     TO WS-EMPRESA-VALIDA
               END-IF
            END-IF
            IF NOT WS-VAL-OK OR NOT WS-CATEGORIA-OK OR NOT WS-CONS-OK
               OR NOT WS-EMPRESA-OK
               EVALUATE TRUE
                  WHEN NOT WS-VAL-OK
                    DISPLAY 'ALTERACAO REJEITADA: ' WS-VAL-MOTIVO
                  WHEN NOT WS-CATEGORIA-OK
                    DISPLAY 'ALTERACAO REJEITADA: CATEGORIA NAO '
                            'CADASTRADA'
                  WHEN NOT WS-EMPRESA-OK
                    MOVE 'EMPRESA NAO CADASTRADA' TO WS-VAL-MOTIVO
                    DISPLAY 'ALTERACAO REJEITADA: ' WS-VAL-MOTIVO
                  WHEN OTHER
                    MOVE 'CONSENTIMENTO INVALIDO' TO WS-VAL-MOTIVO
                    DISPLAY 'ALTERACAO REJEITADA: ' WS-VAL-MOTIVO
               END-EVALUATE
               MOVE WS-ANTES-NOME               TO CT-NOME
               MOVE WS-ANTES-EMAIL              TO CT-EMAIL
               MOVE WS-ANTES-ENDERECO           TO CT-ENDERECO
               MOVE WS-ANTES-END-ESTRUT         TO CT-ENDERECO-ESTRUT
               MOVE WS-ANTES-CATEGORIA          TO CT-CATEGORIA
               MOVE WS-ANTES-EMPRESA            TO CT-EMPRESA
               SET CT-REG-LIVRE                 TO TRUE
               MOVE SPACES                      TO CT-OPERADOR-TRAVA
               MOVE SPACES                      TO CT-DATA-HORA-TRAVA
               UNLOCK CONTATOS
               SET WS-RC-DADOS-INVALIDOS        TO TRUE
            ELSE
               PERFORM P390-REGISTRA-CONSENTIMENTO
               PERFORM P395-LIMPA-DEVOLUCAO
               SET CT-REG-LIVRE                 TO TRUE
               MOVE SPACES                      TO CT-OPERADOR-TRAVA
               MOVE SPACES                      TO CT-DATA-HORA-TRAVA
            MOVE CT-NOME                       TO WS-VAL-NOME
            MOVE CT-EMAIL                      TO WS-VAL-EMAIL
            MOVE CT-END-CEP                    TO WS-VAL-CEP
            MOVE CT-END-UF                     TO WS-VAL-UF
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
      * COM O CEP NA BASE DOS CORREIOS, CIDADE E UF VALEM AS DA BASE
      * (TAMBEM NA ALTERACAO EM LOTE/IMPORTACAO).
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-CIDADE          TO CT-END-CIDADE
               MOVE WS-VAL-CEP-UF              TO CT-END-UF
               PERFORM P370-MONTA-ENDERECO-LIVRE
            END-IF
           .
      * NA DIGITACAO O CEP VEM ANTES DA CIDADE/UF: QUANDO ESTA NA BASE
      * DOS CORREIOS AS DUAS SAO PREENCHIDAS E NAO SAO PERGUNTADAS.
       P325-CONSULTA-CEP.
            MOVE CT-END-CEP                    TO WS-VAL-CEP
            SET WS-VAL-SO-CONSULTA-CEP         TO TRUE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-CIDADE          TO CT-END-CIDADE
               MOVE WS-VAL-CEP-UF              TO CT-END-UF
               DISPLAY 'CIDADE/UF : ' FUNCTION TRIM(CT-END-CIDADE)
                       '/' CT-END-UF ' (PELO CEP)'
            ELSE
               DISPLAY 'CIDADE (' CT-END-CIDADE
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVA-CIDADE
               IF WS-NOVA-CIDADE NOT = SPACES
                  MOVE WS-NOVA-CIDADE           TO CT-END-CIDADE
               END-IF
               DISPLAY 'UF (' CT-END-UF
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVA-UF
               IF WS-NOVA-UF NOT = SPACES
                  MOVE WS-NOVA-UF               TO CT-END-UF
               END-IF
            END-IF
           .
      * A LINHA LIVRE CT-ENDERECO PASSA A SER MONTADA A PARTIR DOS
      * CAMPOS ESTRUTURADOS, PARA OS RELATORIOS E AS IMAGENS DE
               END-STRING
            END-IF
           .
      * CONSENTIMENTO DE CONTATO POR CANAL: S (CONSENTE) OU N
      * (RECUSOU); BRANCO MANTEM A MANIFESTACAO GRAVADA.
       P380-VALIDA-CONSENTIMENTO.
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
       P385-REDIGITA-CONSENTIMENTO.
            DISPLAY 'CONSENTIMENTO INVALIDO: RESPONDA S, N OU ENTER!'
            PERFORM P387-DIGITA-CONSENTIMENTO
            PERFORM P380-VALIDA-CONSENTIMENTO
           .
       P387-DIGITA-CONSENTIMENTO.
            DISPLAY 'CONSENTE EMAIL.... (' CT-CONS-EMAIL-SITUACAO
                    ') S/N [ENTER P/ MANTER] : ' WITH NO ADVANCING
            ACCEPT WS-CONS-INF-EMAIL
            DISPLAY 'CONSENTE TELEFONE. (' CT-CONS-TEL-SITUACAO
                    ') S/N [ENTER P/ MANTER] : ' WITH NO ADVANCING
            ACCEPT WS-CONS-INF-TELEFONE
            DISPLAY 'CONSENTE CORREIO.. (' CT-CONS-CORR-SITUACAO
                    ') S/N [ENTER P/ MANTER] : ' WITH NO ADVANCING
            ACCEPT WS-CONS-INF-CORREIO
            INSPECT WS-CONS-INFORMADO
                    CONVERTING 'sn' TO 'SN'
           .
      * SO O CANAL CUJA SITUACAO MUDOU RECEBE NOVA DATA E ORIGEM (O
      * OPERADOR DO BALCAO OU O CRMIMP DA IMPORTACAO DO CRM); REPETIR
      * A MANIFESTACAO GRAVADA NAO GERA MOVIMENTO DE CONSENTIMENTO.
       P390-REGISTRA-CONSENTIMENTO.
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            IF WS-CONS-INF-EMAIL NOT = SPACE AND
               WS-CONS-INF-EMAIL NOT = CT-CONS-EMAIL-SITUACAO
               MOVE WS-CONS-INF-EMAIL          TO CT-CONS-EMAIL-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-EMAIL-DATA
               MOVE WS-OPERADOR                TO CT-CONS-EMAIL-ORIGEM
            END-IF
            IF WS-CONS-INF-TELEFONE NOT = SPACE AND
               WS-CONS-INF-TELEFONE NOT = CT-CONS-TEL-SITUACAO
               MOVE WS-CONS-INF-TELEFONE       TO CT-CONS-TEL-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-TEL-DATA
               MOVE WS-OPERADOR                TO CT-CONS-TEL-ORIGEM
            END-IF
            IF WS-CONS-INF-CORREIO NOT = SPACE AND
               WS-CONS-INF-CORREIO NOT = CT-CONS-CORR-SITUACAO
               MOVE WS-CONS-INF-CORREIO        TO CT-CONS-CORR-SITUACAO
               MOVE WS-DATA-HORA-SISTEMA(1:8)  TO CT-CONS-CORR-DATA
               MOVE WS-OPERADOR                TO CT-CONS-CORR-ORIGEM
            END-IF
           .
      * UM E-MAIL OU ENDERECO NOVO E A CORRECAO QUE A DEVOLUCAO
      * PEDIA: A MARCA DO CANAL E RETIRADA PARA O EXPCNTT VOLTAR A
      * USA-LO. SE O NOVO TAMBEM NAO ENTREGAR, O DEVCNTT MARCA DE NOVO.
       P395-LIMPA-DEVOLUCAO.
            IF CT-EMAIL-DEVOLVIDO AND CT-EMAIL NOT = WS-ANTES-EMAIL
               MOVE SPACES                     TO CT-DEV-EMAIL
               IF WS-MODO-INTERATIVO
                  DISPLAY 'MARCA DE E-MAIL DEVOLVIDO RETIRADA.'
               END-IF
            END-IF
            IF CT-CORREIO-DEVOLVIDO AND
               (CT-ENDERECO NOT = WS-ANTES-ENDERECO OR
                CT-ENDERECO-ESTRUT NOT = WS-ANTES-END-ESTRUT)
               MOVE SPACES                     TO CT-DEV-CORREIO
               IF WS-MODO-INTERATIVO
                  DISPLAY 'MARCA DE CORRESPONDENCIA DEVOLVIDA '
                          'RETIRADA.'
               END-IF
            END-IF
           .
      * CATEGORIA EM BRANCO SIGNIFICA CONTATO SEM CLASSIFICACAO;
      * QUANDO INFORMADA, PRECISA EXISTIR NO CADASTRO DE CATEGORIAS.
       P340-VALIDA-CATEGORIA.
               END-IF
            END-IF
           .
      * EMPRESA: BRANCO MANTEM A QUE O CONTATO JA TEM (TAMBEM NO LOTE
      * E NA IMPORTACAO) E - DESFAZ O VINCULO, PARA O CONTATO QUE
      * SAIU DA EMPRESA.
       P350-APLICA-EMPRESA.
            IF WS-NOVA-EMPRESA = '-'
               MOVE SPACES                     TO CT-EMPRESA
            ELSE
               IF WS-NOVA-EMPRESA NOT = SPACES
                  MOVE WS-NOVA-EMPRESA         TO CT-EMPRESA
               END-IF
            END-IF
           .
      * EMPRESA EM BRANCO SIGNIFICA CONTATO SEM VINCULO; QUANDO
      * INFORMADA, PRECISA EXISTIR NO CADASTRO DE EMPRESAS. O CODIGO
      * QUE O CONTATO JA TINHA NAO E RECRITICADO, PARA A ALTERACAO DE
      * OUTROS DADOS NAO SER RECUSADA POR UMA EMPRESA JA EXCLUIDA.
       P352-VALIDA-EMPRESA.
            MOVE 'S'                           TO WS-EMPRESA-VALIDA
            IF CT-EMPRESA NOT = SPACES AND
               CT-EMPRESA NOT = WS-ANTES-EMPRESA
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
       P355-REDIGITA-EMPRESA.
            DISPLAY 'EMPRESA NAO CADASTRADA (VEJA OPCAO 24 DO MENU)!'
            MOVE SPACES                        TO WS-NOVA-EMPRESA
            DISPLAY 'EMPRESA [ENTER P/ MANTER A ANTERIOR, - P/ SEM '
                    'EMPRESA] : '               WITH NO ADVANCING
            ACCEPT WS-NOVA-EMPRESA
            MOVE WS-ANTES-EMPRESA              TO CT-EMPRESA
            PERFORM P350-APLICA-EMPRESA
            PERFORM P352-VALIDA-EMPRESA
           .
       P345-REDIGITA-CATEGORIA.
            DISPLAY 'CATEGORIA NAO CADASTRADA (VEJA OPCAO 10 DO MENU)!'
            DISPLAY 'CATEGORIA (BRANCO=SEM CLASSIFICACAO) : '
                 DISPLAY 'EMAIL... : ' WITH NO ADVANCING
                 ACCEPT CT-EMAIL
               WHEN WS-VAL-CEP-INVALIDO
               WHEN WS-VAL-CEP-INEXISTENTE
                 DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : '
                                                 WITH NO ADVANCING
                 ACCEPT CT-END-CEP
               OPEN I-O AUDITORIA
            END-IF
            IF WS-AUD-FILE-STATUS = '00'
               PERFORM P705-VERIFICA-MUDANCAS
               IF WS-DADOS-MUDARAM OR NOT WS-CONS-MUDOU
                  PERFORM P720-LANCAMENTO-ALTERACAO
               END-IF
               IF WS-CONS-MUDOU
                  PERFORM P730-LANCAMENTO-CONSENTIMENTO
               END-IF
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
            END-IF
           .
      * A MUDANCA DE CONSENTIMENTO VAI NUM LANCAMENTO C PROPRIO (O
      * CRMCNTT A ENVIA COMO MOVIMENTO SEPARADO); O LANCAMENTO A SO E
      * GRAVADO QUANDO OS DADOS MUDARAM OU QUANDO NADA MUDOU, COMO
      * SEMPRE FOI FEITO PARA A ALTERACAO SEM EFEITO.
       P705-VERIFICA-MUDANCAS.
            MOVE 'N'                           TO WS-DADOS-ALTERADOS
            IF CT-NOME NOT = WS-ANTES-NOME OR
               CT-EMAIL NOT = WS-ANTES-EMAIL OR
               CT-ENDERECO NOT = WS-ANTES-ENDERECO OR
               CT-CATEGORIA NOT = WS-ANTES-CATEGORIA OR
               CT-ENDERECO-ESTRUT NOT = WS-ANTES-END-ESTRUT OR
               CT-EMPRESA NOT = WS-ANTES-EMPRESA
               SET WS-DADOS-MUDARAM            TO TRUE
            END-IF
            MOVE 'N'                           TO WS-CONS-ALTERADO
            IF CT-CONSENTIMENTO NOT = WS-ANTES-CONSENTIMENTO
               SET WS-CONS-MUDOU               TO TRUE
            END-IF
           .
       P720-LANCAMENTO-ALTERACAO.
            MOVE WS-OPERADOR                   TO AUD-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
            SET AUD-OP-ALTERACAO               TO TRUE
            MOVE WS-ANTES-TELEFONE             TO AUD-ANT-TELEFONE
            MOVE WS-ANTES-NOME                 TO AUD-ANT-NOME
            MOVE WS-ANTES-EMAIL                TO AUD-ANT-EMAIL
            MOVE WS-ANTES-ENDERECO             TO AUD-ANT-ENDERECO
            MOVE WS-ANTES-STATUS               TO AUD-ANT-STATUS
            MOVE WS-ANTES-CATEGORIA            TO AUD-ANT-CATEGORIA
            MOVE CT-TELEFONE                   TO AUD-DEP-TELEFONE
            MOVE CT-NOME                       TO AUD-DEP-NOME
            MOVE CT-EMAIL                      TO AUD-DEP-EMAIL
            MOVE CT-ENDERECO                   TO AUD-DEP-ENDERECO
            MOVE CT-STATUS                     TO AUD-DEP-STATUS
            MOVE CT-CATEGORIA                  TO AUD-DEP-CATEGORIA
            MOVE WS-ANTES-END-ESTRUT           TO AUD-ANT-END-ESTRUT
            MOVE CT-ENDERECO-ESTRUT            TO AUD-DEP-END-ESTRUT
            MOVE WS-ANTES-CONSENTIMENTO        TO AUD-ANT-CONS
            MOVE WS-ANTES-CONSENTIMENTO        TO AUD-DEP-CONS
            MOVE SPACES                        TO AUD-TELEFONE-FUSAO
            MOVE SPACES                        TO AUD-TEL-ADICIONAL
            MOVE SPACES                        TO AUD-LGP-APROVADOR
            MOVE SPACES                        TO AUD-DEVOLUCAO
            MOVE WS-ANTES-EMPRESA              TO AUD-ANT-EMPRESA
            MOVE CT-EMPRESA                    TO AUD-DEP-EMPRESA
            MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
            PERFORM P710-GRAVA-COM-SEQUENCIA
           .
      * AS IMAGENS DO CONTATO JA SAEM COM OS DADOS ALTERADOS; SE O
      * LANCAMENTO A FOI GRAVADO NO MESMO SEGUNDO, A SEQUENCIA OS
      * DESEMPATA E ESTE FICA DEPOIS DELE.
       P730-LANCAMENTO-CONSENTIMENTO.
            MOVE WS-OPERADOR                   TO AUD-OPERADOR
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
            SET AUD-OP-CONSENTIMENTO           TO TRUE
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
            MOVE WS-ANTES-CONSENTIMENTO        TO AUD-ANT-CONS
            MOVE CT-CONSENTIMENTO              TO AUD-DEP-CONS
            MOVE SPACES                        TO AUD-TELEFONE-FUSAO
            MOVE SPACES                        TO AUD-TEL-ADICIONAL
            MOVE SPACES                        TO AUD-LGP-APROVADOR
            MOVE SPACES                        TO AUD-DEVOLUCAO
            MOVE CT-EMPRESA                    TO AUD-ANT-EMPRESA
            MOVE CT-EMPRESA                    TO AUD-DEP-EMPRESA
            MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
            PERFORM P710-GRAVA-COM-SEQUENCIA
           .
      * A SEQUENCIA DESEMPATA OPERACOES GRAVADAS NO MESMO SEGUNDO
      * PARA O MESMO TELEFONE (LOTE): EM CHAVE DUPLICADA O NUMERO E
      * INCREMENTADO E A GRAVACAO REPETIDA.
