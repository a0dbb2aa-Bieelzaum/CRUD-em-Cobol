      *          NO BALCAO). RESTRITA A SUPERVISORES: EXIBE OS DOIS
      *          CONTATOS LADO A LADO, DEIXA ESCOLHER O SOBREVIVENTE
      *          E, CAMPO A CAMPO, DE QUAL DOS DOIS VEM NOME, EMAIL,
      *          ENDERECO, CATEGORIA E EMPRESA; O ABSORVIDO E
      *          INATIVADO (SEM PERDER O HISTORICO) E A AUDITORIA
      *          RECEBE DOIS REGISTROS DE OPERACAO M, UM PARA CADA
      *          CONTATO, PARA QUE AUDCONTT MOSTRE O QUE FOI FUNDIDO
      *          EM QUE. OS TELEFONES ADICIONAIS DO ABSORVIDO PASSAM
      *          PARA O SOBREVIVENTE, CADA UM COM SEU LANCAMENTO S.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGCNTT.
                  ALTERNATE RECORD KEY IS AUD-ANT-TELEFONE
                         WITH DUPLICATES
                  FILE STATUS IS WS-AUD-FILE-STATUS.
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
       COPY CONTATO.CPY.
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ADICIONAIS                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADIC                                 VALUE 'S'.
       01  WS-ADIC-TRANSFERIDOS                PIC 9(03)   VALUE ZEROS.
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-TELEFONE-1                       PIC X(15).
       01  WS-TELEFONE-2                       PIC X(15).
           03  WS-R1-TRAVA                     PIC X(23).
           03  WS-R1-CATEGORIA                 PIC X(03).
           03  WS-R1-END-ESTRUT                PIC X(88).
           03  WS-R1-CONS-CANAL                OCCURS 3 TIMES.
               05  WS-R1-CONS-SITUACAO         PIC X(01).
               05  WS-R1-CONS-DATA             PIC X(08).
               05  WS-R1-CONS-ORIGEM           PIC X(08).
           03  WS-R1-DEV-EMAIL                PIC X(39).
           03  WS-R1-DEV-CORREIO              PIC X(39).
           03  WS-R1-EMPRESA                   PIC X(05).
       01  WS-REGISTRO-2.
           03  WS-R2-TELEFONE                  PIC X(15).
           03  WS-R2-NOME                      PIC X(40).
           03  WS-R2-TRAVA                     PIC X(23).
           03  WS-R2-CATEGORIA                 PIC X(03).
           03  WS-R2-END-ESTRUT                PIC X(88).
           03  WS-R2-CONS-CANAL                OCCURS 3 TIMES.
               05  WS-R2-CONS-SITUACAO         PIC X(01).
               05  WS-R2-CONS-DATA             PIC X(08).
               05  WS-R2-CONS-ORIGEM           PIC X(08).
           03  WS-R2-DEV-EMAIL                PIC X(39).
           03  WS-R2-DEV-CORREIO              PIC X(39).
           03  WS-R2-EMPRESA                   PIC X(05).
       01  WS-SOBREVIVENTE                     PIC X(01).
       01  WS-ABSORVIDO                        PIC X(01).
       01  WS-ESCOLHA                          PIC X(01).
       01  WS-NOVO-EMAIL                       PIC X(40).
       01  WS-NOVO-ENDERECO                    PIC X(50).
       01  WS-NOVO-END-ESTRUT                  PIC X(88).
      * A MARCA DE DEVOLUCAO ACOMPANHA O E-MAIL E O ENDERECO
      * ESCOLHIDOS: VEM DO MESMO CONTATO DE ONDE VEIO O CAMPO.
       01  WS-NOVA-DEV-EMAIL                   PIC X(39).
       01  WS-NOVA-DEV-CORREIO                 PIC X(39).
       01  WS-NOVA-CATEGORIA                   PIC X(03).
       01  WS-NOVA-EMPRESA                     PIC X(05).
      * CONSENTIMENTO RESULTANTE (E-MAIL, TELEFONE, CORREIO, NA ORDEM
      * DE CT-CONSENTIMENTO), MONTADO CANAL A CANAL EM P245.
       01  WS-NOVO-CONS.
           03  WS-NOVO-CONS-CANAL              OCCURS 3 TIMES.
               05  WS-NOVO-CONS-SITUACAO       PIC X(01).
               05  WS-NOVO-CONS-DATA           PIC X(08).
               05  WS-NOVO-CONS-ORIGEM         PIC X(08).
       01  WS-CONS-IND                         PIC 9(01)   VALUE ZEROS.
       01  WS-TELEFONE-SOBREVIVE               PIC X(15).
       01  WS-TELEFONE-ABSORVE                 PIC X(15).
       01  WS-TELEFONE-TRABALHO                PIC X(15).
           03  WS-STG-ANT-STATUS               PIC X(01).
           03  WS-STG-ANT-CATEGORIA            PIC X(03).
           03  WS-STG-ANT-END-ESTRUT           PIC X(88).
           03  WS-STG-ANT-CONS                 PIC X(51).
           03  WS-STG-ANT-EMPRESA              PIC X(05).
           03  WS-STG-DEP-TELEFONE             PIC X(15).
           03  WS-STG-DEP-NOME                 PIC X(40).
           03  WS-STG-DEP-EMAIL                PIC X(40).
           03  WS-STG-DEP-STATUS               PIC X(01).
           03  WS-STG-DEP-CATEGORIA            PIC X(03).
           03  WS-STG-DEP-END-ESTRUT           PIC X(88).
           03  WS-STG-DEP-CONS                 PIC X(51).
           03  WS-STG-DEP-EMPRESA              PIC X(05).
           03  WS-STG-TELEFONE-FUSAO           PIC X(15).
           03  WS-STG-TEL-ADICIONAL.
               05  WS-STG-ADC-TELEFONE         PIC X(15).
               05  WS-STG-ADC-ACAO             PIC X(01).
               05  WS-STG-ADC-TIPO-ANT         PIC X(01).
               05  WS-STG-ADC-TIPO-DEP         PIC X(01).
               05  WS-STG-ADC-CONTATO-ANT      PIC X(15).
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
            DISPLAY 'ENDERECO : ' WS-R1-ENDERECO ' | ' WS-R2-ENDERECO
            DISPLAY 'CATEGORIA: ' WS-R1-CATEGORIA '             | '
                    WS-R2-CATEGORIA
            DISPLAY 'EMPRESA. : ' WS-R1-EMPRESA '           | '
                    WS-R2-EMPRESA
            DISPLAY '-------------------------------------------------'
           .
       P230-ESCOLHE-SOBREVIVENTE.
               MOVE WS-R1-ENDERECO             TO WS-NOVO-ENDERECO
               MOVE WS-R1-END-ESTRUT           TO WS-NOVO-END-ESTRUT
               MOVE WS-R1-CATEGORIA            TO WS-NOVA-CATEGORIA
               MOVE WS-R1-EMPRESA              TO WS-NOVA-EMPRESA
               MOVE WS-R1-DEV-EMAIL            TO WS-NOVA-DEV-EMAIL
               MOVE WS-R1-DEV-CORREIO          TO WS-NOVA-DEV-CORREIO
            ELSE
               MOVE WS-R2-NOME                 TO WS-NOVO-NOME
               MOVE WS-R2-EMAIL                TO WS-NOVO-EMAIL
               MOVE WS-R2-ENDERECO             TO WS-NOVO-ENDERECO
               MOVE WS-R2-END-ESTRUT           TO WS-NOVO-END-ESTRUT
               MOVE WS-R2-CATEGORIA            TO WS-NOVA-CATEGORIA
               MOVE WS-R2-EMPRESA              TO WS-NOVA-EMPRESA
               MOVE WS-R2-DEV-EMAIL            TO WS-NOVA-DEV-EMAIL
               MOVE WS-R2-DEV-CORREIO          TO WS-NOVA-DEV-CORREIO
            END-IF
            DISPLAY 'ORIGEM DE CADA CAMPO: 1, 2 OU ENTER PARA MANTER '
                    'O DO SOBREVIVENTE (' WS-SOBREVIVENTE ').'
            ACCEPT WS-ESCOLHA
            IF WS-ESCOLHA = '1'
               MOVE WS-R1-EMAIL                TO WS-NOVO-EMAIL
               MOVE WS-R1-DEV-EMAIL            TO WS-NOVA-DEV-EMAIL
            END-IF
            IF WS-ESCOLHA = '2'
               MOVE WS-R2-EMAIL                TO WS-NOVO-EMAIL
               MOVE WS-R2-DEV-EMAIL            TO WS-NOVA-DEV-EMAIL
            END-IF
            DISPLAY 'ENDERECO (1=' WS-R1-ENDERECO ' 2=' WS-R2-ENDERECO
                    ') : '                       WITH NO ADVANCING
            IF WS-ESCOLHA = '1'
               MOVE WS-R1-ENDERECO             TO WS-NOVO-ENDERECO
               MOVE WS-R1-END-ESTRUT           TO WS-NOVO-END-ESTRUT
               MOVE WS-R1-DEV-CORREIO          TO WS-NOVA-DEV-CORREIO
            END-IF
            IF WS-ESCOLHA = '2'
               MOVE WS-R2-ENDERECO             TO WS-NOVO-ENDERECO
               MOVE WS-R2-END-ESTRUT           TO WS-NOVO-END-ESTRUT
               MOVE WS-R2-DEV-CORREIO          TO WS-NOVA-DEV-CORREIO
            END-IF
            DISPLAY 'CATEGORIA (1=' WS-R1-CATEGORIA ' 2='
                    WS-R2-CATEGORIA ') : '       WITH NO ADVANCING
            IF WS-ESCOLHA = '2'
               MOVE WS-R2-CATEGORIA            TO WS-NOVA-CATEGORIA
            END-IF
            DISPLAY 'EMPRESA. (1=' WS-R1-EMPRESA ' 2='
                    WS-R2-EMPRESA ') : '         WITH NO ADVANCING
            ACCEPT WS-ESCOLHA
            IF WS-ESCOLHA = '1'
               MOVE WS-R1-EMPRESA              TO WS-NOVA-EMPRESA
            END-IF
            IF WS-ESCOLHA = '2'
               MOVE WS-R2-EMPRESA              TO WS-NOVA-EMPRESA
            END-IF
            PERFORM P245-FUNDE-CONSENTIMENTO
           .
      * O CONSENTIMENTO NAO E ESCOLHIDO PELO SUPERVISOR: EM CADA CANAL
      * VALE A MANIFESTACAO MAIS RECENTE DOS DOIS CONTATOS (UMA RECUSA
      * POSTERIOR A UM ACEITE NAO PODE SE PERDER NA FUSAO), E UM CANAL
      * NUNCA CONSULTADO NAO APAGA O QUE O OUTRO CONTATO TEM.
       P245-FUNDE-CONSENTIMENTO.
            PERFORM VARYING WS-CONS-IND FROM 1 BY 1
                    UNTIL WS-CONS-IND > 3
               MOVE WS-R1-CONS-CANAL(WS-CONS-IND)
                                   TO WS-NOVO-CONS-CANAL(WS-CONS-IND)
               IF WS-R2-CONS-SITUACAO(WS-CONS-IND) NOT = SPACES
                  IF WS-R1-CONS-SITUACAO(WS-CONS-IND) = SPACES
                     OR WS-R2-CONS-DATA(WS-CONS-IND) >
                        WS-R1-CONS-DATA(WS-CONS-IND)
                     MOVE WS-R2-CONS-CANAL(WS-CONS-IND)
                                   TO WS-NOVO-CONS-CANAL(WS-CONS-IND)
                  END-IF
               END-IF
            END-PERFORM
           .
       P250-CONFIRMA-E-EXECUTA.
            DISPLAY 'O CONTATO ' WS-TELEFONE-ABSORVE ' SERA INATIVADO'
            DISPLAY '  EMAIL... : ' WS-NOVO-EMAIL
            DISPLAY '  ENDERECO : ' WS-NOVO-ENDERECO
            DISPLAY '  CATEGORIA: ' WS-NOVA-CATEGORIA
            DISPLAY '  EMPRESA. : ' WS-NOVA-EMPRESA
            DISPLAY '  CONSENT. : EMAIL ' WS-NOVO-CONS-SITUACAO(1)
                    ' TELEFONE ' WS-NOVO-CONS-SITUACAO(2)
                    ' CORREIO ' WS-NOVO-CONS-SITUACAO(3)
            DISPLAY 'CONFIRMA A FUSAO (S/N)? '   WITH NO ADVANCING
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
               PERFORM P320-INATIVA-ABSORVIDO
            END-IF
            IF WS-RC-OK
               PERFORM P330-TRANSFERE-ADICIONAIS
               DISPLAY 'FUSAO CONCLUIDA COM SUCESSO!'
            END-IF
           .
               MOVE CT-STATUS                  TO WS-STG-ANT-STATUS
               MOVE CT-CATEGORIA               TO WS-STG-ANT-CATEGORIA
               MOVE CT-ENDERECO-ESTRUT         TO WS-STG-ANT-END-ESTRUT
               MOVE CT-CONSENTIMENTO           TO WS-STG-ANT-CONS
               MOVE CT-EMPRESA                 TO WS-STG-ANT-EMPRESA
               MOVE WS-NOVO-NOME               TO CT-NOME
               MOVE WS-NOVO-EMAIL              TO CT-EMAIL
               MOVE WS-NOVO-ENDERECO           TO CT-ENDERECO
               MOVE WS-NOVO-END-ESTRUT         TO CT-ENDERECO-ESTRUT
               MOVE WS-NOVA-CATEGORIA          TO CT-CATEGORIA
               MOVE WS-NOVA-EMPRESA            TO CT-EMPRESA
               MOVE WS-NOVO-CONS               TO CT-CONSENTIMENTO
               MOVE WS-NOVA-DEV-EMAIL          TO CT-DEV-EMAIL
               MOVE WS-NOVA-DEV-CORREIO        TO CT-DEV-CORREIO
               REWRITE CONTATO-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O CONTATO SOBREVIVENTE!'
                     MOVE CT-STATUS            TO WS-STG-DEP-STATUS
                     MOVE CT-CATEGORIA         TO WS-STG-DEP-CATEGORIA
                     MOVE CT-ENDERECO-ESTRUT   TO WS-STG-DEP-END-ESTRUT
                     MOVE CT-CONSENTIMENTO     TO WS-STG-DEP-CONS
                     MOVE CT-EMPRESA           TO WS-STG-DEP-EMPRESA
                     PERFORM P700-GRAVA-AUDITORIA
               END-REWRITE
            END-IF
               MOVE CT-STATUS                  TO WS-STG-ANT-STATUS
               MOVE CT-CATEGORIA               TO WS-STG-ANT-CATEGORIA
               MOVE CT-ENDERECO-ESTRUT         TO WS-STG-ANT-END-ESTRUT
               MOVE CT-CONSENTIMENTO           TO WS-STG-ANT-CONS
               MOVE CT-EMPRESA                 TO WS-STG-ANT-EMPRESA
               SET CT-INATIVO                  TO TRUE
               REWRITE CONTATO-REG
                  INVALID KEY
                     MOVE CT-STATUS            TO WS-STG-DEP-STATUS
                     MOVE CT-CATEGORIA         TO WS-STG-DEP-CATEGORIA
                     MOVE CT-ENDERECO-ESTRUT   TO WS-STG-DEP-END-ESTRUT
                     MOVE CT-CONSENTIMENTO     TO WS-STG-DEP-CONS
                     MOVE CT-EMPRESA           TO WS-STG-DEP-EMPRESA
                     PERFORM P700-GRAVA-AUDITORIA
               END-REWRITE
            END-IF
           .
      * OS ADICIONAIS DO ABSORVIDO SO MUDAM DE DONO (CHAVE ALTERNATIVA
      * TA-TELEFONE-CONTATO); A BUSCA REPOSICIONA A CADA VOLTA PORQUE
      * O REGISTRO REGRAVADO SAI DA FAIXA DO NUMERO ABSORVIDO. OS
      * LANCAMENTOS S LEVAM A IMAGEM DO SOBREVIVENTE JA FUNDIDO.
       P330-TRANSFERE-ADICIONAIS.
            MOVE ZEROS                         TO WS-ADIC-TRANSFERIDOS
            MOVE WS-TELEFONE-SOBREVIVE         TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  CONTINUE
            END-READ
            MOVE CT-TELEFONE                   TO WS-STG-ANT-TELEFONE
            MOVE CT-NOME                       TO WS-STG-ANT-NOME
            MOVE CT-EMAIL                      TO WS-STG-ANT-EMAIL
            MOVE CT-ENDERECO                   TO WS-STG-ANT-ENDERECO
            MOVE CT-STATUS                     TO WS-STG-ANT-STATUS
            MOVE CT-CATEGORIA                  TO WS-STG-ANT-CATEGORIA
            MOVE CT-ENDERECO-ESTRUT            TO WS-STG-ANT-END-ESTRUT
            MOVE CT-CONSENTIMENTO              TO WS-STG-ANT-CONS
            MOVE CT-EMPRESA                    TO WS-STG-ANT-EMPRESA
            MOVE CT-TELEFONE                   TO WS-STG-DEP-TELEFONE
            MOVE CT-NOME                       TO WS-STG-DEP-NOME
            MOVE CT-EMAIL                      TO WS-STG-DEP-EMAIL
            MOVE CT-ENDERECO                   TO WS-STG-DEP-ENDERECO
            MOVE CT-STATUS                     TO WS-STG-DEP-STATUS
            MOVE CT-CATEGORIA                  TO WS-STG-DEP-CATEGORIA
            MOVE CT-ENDERECO-ESTRUT            TO WS-STG-DEP-END-ESTRUT
            MOVE CT-CONSENTIMENTO              TO WS-STG-DEP-CONS
            MOVE CT-EMPRESA                    TO WS-STG-DEP-EMPRESA
            MOVE SPACES                        TO WS-STG-TELEFONE-FUSAO
            OPEN I-O TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ADICIONAIS
               PERFORM P335-TRANSFERE-UM-ADICIONAL UNTIL WS-FIM-ADIC
               CLOSE TELEFONES-ADIC
               IF WS-ADIC-TRANSFERIDOS > 0
                  DISPLAY 'TELEFONES ADICIONAIS TRANSFERIDOS PARA O '
                          'SOBREVIVENTE: ' WS-ADIC-TRANSFERIDOS
               END-IF
            END-IF
           .
       P335-TRANSFERE-UM-ADICIONAL.
            MOVE WS-TELEFONE-ABSORVE           TO TA-TELEFONE-CONTATO
            START TELEFONES-ADIC KEY IS EQUAL TO TA-TELEFONE-CONTATO
               INVALID KEY
                  SET WS-FIM-ADIC               TO TRUE
            END-START
            IF NOT WS-FIM-ADIC
               READ TELEFONES-ADIC NEXT RECORD
                  AT END
                     SET WS-FIM-ADIC            TO TRUE
                  NOT AT END
                     IF TA-TELEFONE-CONTATO NOT = WS-TELEFONE-ABSORVE
                        SET WS-FIM-ADIC         TO TRUE
                     ELSE
                        MOVE WS-TELEFONE-SOBREVIVE
                                                TO TA-TELEFONE-CONTATO
                        REWRITE TELADIC-REG
                           INVALID KEY
                              DISPLAY 'ERRO AO TRANSFERIR TELEFONE '
                                      'ADICIONAL ' TA-TELEFONE
                              SET WS-FIM-ADIC   TO TRUE
                           NOT INVALID KEY
                              ADD 1             TO WS-ADIC-TRANSFERIDOS
                              MOVE TA-TELEFONE  TO WS-STG-ADC-TELEFONE
                              MOVE 'T'          TO WS-STG-ADC-ACAO
                              MOVE TA-TIPO      TO WS-STG-ADC-TIPO-ANT
                              MOVE TA-TIPO      TO WS-STG-ADC-TIPO-DEP
                              MOVE WS-TELEFONE-ABSORVE
                                          TO WS-STG-ADC-CONTATO-ANT
                              PERFORM P720-GRAVA-AUDITORIA-ADIC
                        END-REWRITE
                     END-IF
               END-READ
            END-IF
           .
      * OS DOIS REGISTROS DA FUSAO SAEM COM A MESMA DATA/HORA (FIXADA
      * EM P300) PARA QUE A CONSULTA DE AUDITORIA MOSTRE O PAR JUNTO.
       P700-GRAVA-AUDITORIA.
               MOVE WS-STG-DEP-CATEGORIA           TO AUD-DEP-CATEGORIA
               MOVE WS-STG-ANT-END-ESTRUT          TO AUD-ANT-END-ESTRUT
               MOVE WS-STG-DEP-END-ESTRUT          TO AUD-DEP-END-ESTRUT
               MOVE WS-STG-ANT-CONS                TO AUD-ANT-CONS
               MOVE WS-STG-DEP-CONS                TO AUD-DEP-CONS
               MOVE WS-STG-TELEFONE-FUSAO         TO AUD-TELEFONE-FUSAO
               MOVE SPACES                        TO AUD-TEL-ADICIONAL
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE WS-STG-ANT-EMPRESA            TO AUD-ANT-EMPRESA
               MOVE WS-STG-DEP-EMPRESA            TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
            ELSE
               DISPLAY 'ERRO AO GRAVAR AUDITORIA - REG. NAO AUDITADO!'
            END-IF
           .
       P720-GRAVA-AUDITORIA-ADIC.
            OPEN I-O AUDITORIA
            IF WS-AUD-FILE-STATUS = '00'
               MOVE WS-OPERADOR                   TO AUD-OPERADOR
               MOVE WS-DATA-HORA-SISTEMA(1:14)    TO AUD-DATA-HORA
               SET AUD-OP-TELEFONE-ADIC            TO TRUE
               MOVE WS-STG-ANT-TELEFONE            TO AUD-ANT-TELEFONE
               MOVE WS-STG-ANT-NOME                TO AUD-ANT-NOME
               MOVE WS-STG-ANT-EMAIL               TO AUD-ANT-EMAIL
               MOVE WS-STG-ANT-ENDERECO            TO AUD-ANT-ENDERECO
               MOVE WS-STG-ANT-STATUS              TO AUD-ANT-STATUS
               MOVE WS-STG-ANT-CATEGORIA           TO AUD-ANT-CATEGORIA
               MOVE WS-STG-DEP-TELEFONE            TO AUD-DEP-TELEFONE
               MOVE WS-STG-DEP-NOME                TO AUD-DEP-NOME
               MOVE WS-STG-DEP-EMAIL               TO AUD-DEP-EMAIL
               MOVE WS-STG-DEP-ENDERECO            TO AUD-DEP-ENDERECO
               MOVE WS-STG-DEP-STATUS              TO AUD-DEP-STATUS
               MOVE WS-STG-DEP-CATEGORIA           TO AUD-DEP-CATEGORIA
               MOVE WS-STG-ANT-END-ESTRUT          TO AUD-ANT-END-ESTRUT
               MOVE WS-STG-DEP-END-ESTRUT          TO AUD-DEP-END-ESTRUT
               MOVE WS-STG-ANT-CONS                TO AUD-ANT-CONS
               MOVE WS-STG-DEP-CONS                TO AUD-DEP-CONS
               MOVE SPACES                        TO AUD-TELEFONE-FUSAO
               MOVE WS-STG-TEL-ADICIONAL          TO AUD-TEL-ADICIONAL
               MOVE SPACES                        TO AUD-LGP-APROVADOR
               MOVE SPACES                        TO AUD-DEVOLUCAO
               MOVE WS-STG-ANT-EMPRESA            TO AUD-ANT-EMPRESA
               MOVE WS-STG-DEP-EMPRESA            TO AUD-DEP-EMPRESA
               MOVE AUD-DEP-TELEFONE              TO AUD-TELEFONE
               PERFORM P710-GRAVA-COM-SEQUENCIA
               CLOSE AUDITORIA
