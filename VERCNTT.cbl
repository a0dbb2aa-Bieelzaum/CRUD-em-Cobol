      *          AUDITORIA; CONTATOS SEM AUDITORIA DE INCLUSAO;
      *          AUDITORIAS CUJO TELEFONE NAO EXISTE MAIS NO ARQUIVO
      *          DE CONTATOS; TRAVAS EXPIRADAS (COM OPCAO DE
      *          LIBERACAO); CONTAGEM DE ATIVOS/INATIVOS E DE
      *          CONTATOS ANONIMIZADOS PELO LGPCNTT; E UM
      *          RESUMO FINAL GO/NO-GO PARA O OPERADOR DECIDIR SE O
      *          LOTE PODE PROSSEGUIR.
      ******************************************************************
           03  FILLER                          PIC X(131).
           03  AUD2-DEP-TELEFONE               PIC X(15).
           03  FILLER                          PIC X(137).
      * IMAGENS DO ENDERECO ESTRUTURADO (ANTES E DEPOIS), A
      * CONTRAPARTE DA FUSAO, O TELEFONE ADICIONAL, O APROVADOR DA
      * ANONIMIZACAO, AS IMAGENS DO CONSENTIMENTO (ANTES E DEPOIS), A
      * DEVOLUCAO E AS EMPRESAS (ANTES E DEPOIS).
           03  FILLER                          PIC X(176).
           03  FILLER                          PIC X(15).
           03  FILLER                          PIC X(33).
           03  FILLER                          PIC X(08).
           03  FILLER                          PIC X(102).
           03  FILLER                          PIC X(31).
           03  FILLER                          PIC X(10).
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       FD  PARAMETROS.
           88  WS-AUDITADO                                 VALUE 'S'.
       01  WS-TEM-INCLUSAO                     PIC X(01)   VALUE 'N'.
           88  WS-INCLUSAO-ACHADA                          VALUE 'S'.
       01  WS-TEM-ANONIMIZACAO                 PIC X(01)   VALUE 'N'.
           88  WS-ANONIMIZADO                              VALUE 'S'.
       01  WS-FOI-TROCADO                      PIC X(01)   VALUE 'N'.
           88  WS-TROCADO                                  VALUE 'S'.
       01  WS-ULT-DATA-HORA                    PIC X(14).
           03  WS-ULT-STATUS                   PIC X(01).
           03  WS-ULT-CATEGORIA                PIC X(03).
           03  WS-ULT-END-ESTRUT               PIC X(88).
           03  WS-ULT-CONSENTIMENTO            PIC X(51).
       01  WS-TOTAL-ATIVOS                     PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-INATIVOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-DIVERGENTES                PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-SEM-INCLUSAO               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ORFAOS                     PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ORFAOS-TROCA               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ANONIMIZADOS               PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ORFAOS-LGPD                PIC 9(05)   VALUE ZEROS.
       01  WS-TRAVAS-EXPIRADAS                 PIC 9(05)   VALUE ZEROS.
       01  WS-TRAVAS-LIBERADAS                 PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ANOMALIAS                  PIC 9(05)   VALUE ZEROS.
                     ADD 1                      TO WS-TOTAL-INATIVOS
                  END-IF
                  PERFORM P220-BUSCA-ULTIMA-IMAGEM
                  IF WS-ANONIMIZADO
                     ADD 1                      TO WS-TOTAL-ANONIMIZADOS
                  END-IF
                  PERFORM P230-COMPARA-COM-AUDITORIA
                  PERFORM P240-VERIFICA-TRAVA
            END-READ
            MOVE CT-TELEFONE                   TO WS-TELEFONE-ALVO
            MOVE 'N'                           TO WS-TEM-AUDITORIA
            MOVE 'N'                           TO WS-TEM-INCLUSAO
            MOVE 'N'                           TO WS-TEM-ANONIMIZACAO
            MOVE SPACES                        TO WS-ULT-DATA-HORA
            MOVE SPACES                        TO WS-ULT-IMAGEM
            MOVE 'N'                           TO WS-FIM-AUDITORIA
                     IF AUD-OP-INCLUSAO OR AUD-OP-TROCA-TELEFONE
                        SET WS-INCLUSAO-ACHADA  TO TRUE
                     END-IF
      * A ANONIMIZACAO REGRAVA TODAS AS IMAGENS DO TITULAR E O
      * LANCAMENTO L TRAZ O CONTATO JA ANONIMIZADO: A COMPARACAO
      * ABAIXO CONTINUA VALENDO E O CONTATO SO E CONTADO A PARTE.
                     IF AUD-OP-ANONIMIZACAO
                        SET WS-ANONIMIZADO      TO TRUE
                     END-IF
                     IF AUD-DATA-HORA >= WS-ULT-DATA-HORA
                        MOVE AUD-DATA-HORA     TO WS-ULT-DATA-HORA
                        MOVE AUD-DEP-NOME      TO WS-ULT-NOME
                        MOVE AUD-DEP-CATEGORIA TO WS-ULT-CATEGORIA
                        MOVE AUD-DEP-END-ESTRUT
                                               TO WS-ULT-END-ESTRUT
                        MOVE AUD-DEP-CONS      TO WS-ULT-CONSENTIMENTO
                     END-IF
                  END-IF
            END-READ
                  CT-ENDERECO NOT = WS-ULT-ENDERECO OR
                  CT-STATUS   NOT = WS-ULT-STATUS   OR
                  CT-CATEGORIA NOT = WS-ULT-CATEGORIA OR
                  CT-ENDERECO-ESTRUT NOT = WS-ULT-END-ESTRUT OR
                  CT-CONSENTIMENTO NOT = WS-ULT-CONSENTIMENTO
                  ADD 1                        TO WS-TOTAL-DIVERGENTES
                  MOVE SPACES                  TO REL-LINHA
                  STRING 'DIVERGE DA ULTIMA AUDITORIA..: '
      * MAIS NO ARQUIVO DE CONTATOS. UMA TROCA DE TELEFONE POSTERIOR
      * (OP T PARTINDO DO MESMO NUMERO) E O EXPURGO DO ARQUIVO MORTO
      * SAO CAUSAS LEGITIMAS; AS TROCAS SAO CLASSIFICADAS A PARTE E
      * NAO CONTAM COMO ANOMALIA. TAMBEM NAO CONTA A ANONIMIZACAO
      * (OP L) DE UM TITULAR QUE JA ESTAVA SO NO ARQUIVO MORTO.
       P300-VARRE-AUDITORIA.
            MOVE 'N'                           TO WS-FIM-AUDITORIA
            OPEN INPUT AUDITORIA
                  IF WS-TROCADO
                     ADD 1                     TO WS-TOTAL-ORFAOS-TROCA
                  ELSE
                     IF AUD-OP-ANONIMIZACAO
                        ADD 1                  TO WS-TOTAL-ORFAOS-LGPD
                     ELSE
                        ADD 1                  TO WS-TOTAL-ORFAOS
                        MOVE SPACES            TO REL-LINHA
                        STRING 'AUDITORIA SEM CONTATO........: '
                               AUD-DEP-TELEFONE ' (' AUD-DATA-HORA
                               ' OPERADOR ' AUD-OPERADOR ')'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                        WRITE REL-LINHA
                     END-IF
                  END-IF
            END-READ
           .
            DISPLAY 'AUDITORIAS SEM CONTATO....... : ' WS-TOTAL-ORFAOS
            DISPLAY 'AUDITORIAS DE NUMERO TROCADO. : '
                    WS-TOTAL-ORFAOS-TROCA
            DISPLAY 'CONTATOS ANONIMIZADOS (LGPD). : '
                    WS-TOTAL-ANONIMIZADOS
            DISPLAY 'ANONIMIZACOES SO NO MORTO.... : '
                    WS-TOTAL-ORFAOS-LGPD
            DISPLAY 'TRAVAS EXPIRADAS ENCONTRADAS. : '
                    WS-TRAVAS-EXPIRADAS
            DISPLAY 'TRAVAS LIBERADAS............. : '
