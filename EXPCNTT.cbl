      * Date: 15/07/2022
      * Purpose: EXPORTACAO DOS CONTATOS ATIVOS EM FORMATO CSV, PARA USO
      *          EM LISTAS DE MALA DIRETA DE MARKETING, COM SELECAO
      *          POR CATEGORIA, EMPRESA, CIDADE E UF. O ENDERECO SAI NAS
      *          COLUNAS ESTRUTURADAS (LOGRADOURO,NUMERO,CIDADE,UF,
      *          CEP); PARA CONTATOS AINDA NAO ESTRUTURADOS A LINHA
      *          LIVRE CT-ENDERECO SAI NA COLUNA LOGRADOURO E AS
      *          DEMAIS FICAM VAZIAS, FORMATO QUE O IMPCNTT REIMPORTA.
      *          CADA EXPORTACAO E PARA UM CANAL DE CAMPANHA (E-MAIL,
      *          TELEFONE OU CORREIO) E SO LEVA OS CONTATOS QUE
      *          CONSENTIRAM NAQUELE CANAL; OS DEMAIS SAO PULADOS E
      *          CONTADOS NO RESUMO. TAMBEM SAO PULADOS, E CONTADOS A
      *          PARTE, OS CONTATOS CUJO E-MAIL OU ENDERECO ESTA
      *          MARCADO COMO DEVOLVIDO (DEVCNTT) NA CAMPANHA DAQUELE
      *          CANAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCNTT.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-TOTAL-EXPORTADOS                 PIC 9(05)   VALUE ZEROS.
       01  WS-FILTRO-CATEGORIA                 PIC X(03).
       01  WS-FILTRO-EMPRESA                   PIC X(05).
       01  WS-FILTRO-CIDADE                    PIC X(30).
       01  WS-FILTRO-UF                        PIC X(02).
       01  WS-CANAL                            PIC X(01).
           88  WS-CANAL-EMAIL                              VALUE 'E'.
           88  WS-CANAL-TELEFONE                           VALUE 'T'.
           88  WS-CANAL-CORREIO                            VALUE 'C'.
           88  WS-CANAL-VALIDO                   VALUE 'E' 'T' 'C'.
       01  WS-CONSENTE                         PIC X(01)   VALUE 'N'.
           88  WS-TEM-CONSENTIMENTO                        VALUE 'S'.
       01  WS-TOTAL-SEM-CONSENT                PIC 9(05)   VALUE ZEROS.
       01  WS-DEVOLVIDO                        PIC X(01)   VALUE 'N'.
           88  WS-CANAL-DEVOLVIDO                          VALUE 'S'.
       01  WS-TOTAL-DEVOLVIDOS                 PIC 9(05)   VALUE ZEROS.
       01  WS-NOME-EXPORTACAO                  PIC X(40).
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       COPY SPOOLCT.CPY.
            GOBACK
           .
       P050-EXECUTA.
            DISPLAY 'CANAL DA CAMPANHA (E)MAIL (T)ELEFONE (C)ORREIO : '
                                                 WITH NO ADVANCING
            ACCEPT WS-CANAL
            INSPECT WS-CANAL
                    CONVERTING 'etc' TO 'ETC'
            IF WS-CANAL-VALIDO
               PERFORM P060-EXPORTA-CANAL
            ELSE
               DISPLAY 'CANAL INVALIDO - EXPORTACAO CANCELADA!'
               SET WS-RC-CANCELADO             TO TRUE
            END-IF
           .
       P060-EXPORTA-CANAL.
            DISPLAY 'CATEGORIA A EXPORTAR (BRANCO=TODAS) : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-CATEGORIA
            DISPLAY 'EMPRESA A EXPORTAR (BRANCO=TODAS).. : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-EMPRESA
            DISPLAY 'CIDADE A EXPORTAR (BRANCO=TODAS)... : '
                                                 WITH NO ADVANCING
            ACCEPT WS-FILTRO-CIDADE
               DISPLAY 'EXPORTACAO GERADA EM ' WS-NOME-EXPORTACAO
               DISPLAY 'TOTAL DE CONTATOS EXPORTADOS: '
                        WS-TOTAL-EXPORTADOS
               DISPLAY 'CONTATOS SEM CONSENTIMENTO NO CANAL (PULADOS): '
                        WS-TOTAL-SEM-CONSENT
               DISPLAY 'CONTATOS COM O CANAL DEVOLVIDO (PULADOS).: '
                        WS-TOTAL-DEVOLVIDOS
               PERFORM P800-REGISTRA-SAIDA
            ELSE
               IF WS-FILE-STATUS = '00'
       P200-EXPORTA-CONTATOS.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE ZEROS                         TO WS-TOTAL-EXPORTADOS
            MOVE ZEROS                         TO WS-TOTAL-SEM-CONSENT
            MOVE ZEROS                         TO WS-TOTAL-DEVOLVIDOS
            MOVE 'TELEFONE,NOME,EMAIL,LOGRADOURO,NUMERO,CIDADE,UF,CEP'
                                               TO EXP-LINHA
            WRITE EXP-LINHA
                     IF CT-ATIVO AND
                        (WS-FILTRO-CATEGORIA = SPACES OR
                         CT-CATEGORIA = WS-FILTRO-CATEGORIA) AND
                        (WS-FILTRO-EMPRESA = SPACES OR
                         CT-EMPRESA = WS-FILTRO-EMPRESA) AND
                        (WS-FILTRO-CIDADE = SPACES OR
                         CT-END-CIDADE = WS-FILTRO-CIDADE) AND
                        (WS-FILTRO-UF = SPACES OR
                         CT-END-UF = WS-FILTRO-UF)
                        PERFORM P205-VERIFICA-CONSENTIMENTO
                        PERFORM P207-VERIFICA-DEVOLUCAO
                        EVALUATE TRUE
                           WHEN NOT WS-TEM-CONSENTIMENTO
                             ADD 1              TO WS-TOTAL-SEM-CONSENT
                           WHEN WS-CANAL-DEVOLVIDO
                             ADD 1              TO WS-TOTAL-DEVOLVIDOS
                           WHEN OTHER
                             PERFORM P210-GRAVA-LINHA-CSV
                             ADD 1              TO WS-TOTAL-EXPORTADOS
                        END-EVALUATE
                     END-IF
               END-READ
            END-PERFORM
           .
      * SO O S DO CANAL VALE COMO CONSENTIMENTO: A RECUSA (N) E O
      * CANAL NUNCA CONSULTADO (BRANCO) FICAM FORA DA CAMPANHA.
       P205-VERIFICA-CONSENTIMENTO.
            MOVE 'N'                           TO WS-CONSENTE
            EVALUATE TRUE
               WHEN WS-CANAL-EMAIL
                 IF CT-CONS-EMAIL-SIM
                    SET WS-TEM-CONSENTIMENTO   TO TRUE
                 END-IF
               WHEN WS-CANAL-TELEFONE
                 IF CT-CONS-TEL-SIM
                    SET WS-TEM-CONSENTIMENTO   TO TRUE
                 END-IF
               WHEN WS-CANAL-CORREIO
                 IF CT-CONS-CORR-SIM
                    SET WS-TEM-CONSENTIMENTO   TO TRUE
                 END-IF
            END-EVALUATE
           .
      * O TELEFONE NAO TEM DEVOLUCAO; E-MAIL E CORREIO MARCADOS COMO
      * DEVOLVIDOS FICAM FORA ATE O ENDERECO SER CORRIGIDO.
       P207-VERIFICA-DEVOLUCAO.
            MOVE 'N'                           TO WS-DEVOLVIDO
            IF (WS-CANAL-EMAIL AND CT-EMAIL-DEVOLVIDO) OR
               (WS-CANAL-CORREIO AND CT-CORREIO-DEVOLVIDO)
               SET WS-CANAL-DEVOLVIDO          TO TRUE
            END-IF
           .
       P210-GRAVA-LINHA-CSV.
            MOVE SPACES                         TO EXP-LINHA
            MOVE 1                               TO WS-CSV-POS-LINHA
