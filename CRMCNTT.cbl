      *          TELEFONE (OPERACAO T SAI COM O PAR NUMERO-ANTIGO/
      *          NUMERO-NOVO). AS FUSOES (OP M) SAEM COMO ALTERACAO
      *          DO SOBREVIVENTE E EXCLUSAO DO ABSORVIDO, QUE E O QUE
      *          O CRM PRECISA APLICAR, E AS ANONIMIZACOES (OP L) COMO
      *          ALTERACAO COM OS DADOS ANONIMIZADOS. AS MUDANCAS DE
      *          CONSENTIMENTO (OP C) SAEM COMO MOVIMENTO PROPRIO C, E
      *          TODA LINHA LEVA A SITUACAO DO CONSENTIMENTO POR CANAL
      *          (E-MAIL, TELEFONE, CORREIO) DA IMAGEM DEPOIS. COMO A
      *          TRILHA E ORDENADA POR TELEFONE, O MOVIMENTO
      *          SELECIONADO E RECLASSIFICADO POR DATA/HORA ANTES DE
      *          SAIR, PARA QUE O CRM APLIQUE AS TROCAS NA ORDEM EM QUE
      *          ACONTECERAM.
      *          A MARCA-DAGUA (ULTIMA DATA/HORA+SEQUENCIA EXTRAIDA)
      *          SO E AVANCADA DEPOIS DO FEED GRAVADO POR COMPLETO:
      *          UMA NOITE QUE FALHAR E RECUPERADA NA EXECUCAO
           03  CLS-DEP-EMAIL                   PIC X(40).
           03  CLS-DEP-ENDERECO                PIC X(50).
           03  CLS-DEP-STATUS                  PIC X(01).
           03  CLS-DEP-CONS-EMAIL              PIC X(01).
           03  CLS-DEP-CONS-TELEFONE           PIC X(01).
           03  CLS-DEP-CONS-CORREIO            PIC X(01).
       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-CTL-FILE-STATUS                  PIC X(02).
                  DISPLAY 'ERRO AO CRIAR O ARQUIVO CRM-FEED.CSV!'
                  CLOSE AUDITORIA
               ELSE
                  MOVE SPACES                  TO FEED-LINHA
                  STRING 'ACAO,TELEFONE,TELEFONE-NOVO,NOME,EMAIL,'
                         'ENDERECO,CONS-EMAIL,CONS-TELEFONE,'
                         'CONS-CORREIO'
                                       DELIMITED BY SIZE
                                       INTO FEED-LINHA
                  WRITE FEED-LINHA
                  SORT CLASSIFICA
                       ON ASCENDING KEY CLS-DATA-HORA
                     MOVE AUD-DEP-EMAIL        TO CLS-DEP-EMAIL
                     MOVE AUD-DEP-ENDERECO     TO CLS-DEP-ENDERECO
                     MOVE AUD-DEP-STATUS       TO CLS-DEP-STATUS
                     MOVE AUD-DEP-CONS-EMAIL(1:1)
                                               TO CLS-DEP-CONS-EMAIL
                     MOVE AUD-DEP-CONS-TELEFONE(1:1)
                                               TO CLS-DEP-CONS-TELEFONE
                     MOVE AUD-DEP-CONS-CORREIO(1:1)
                                               TO CLS-DEP-CONS-CORREIO
      * O CRM NAO CONHECE OS TELEFONES ADICIONAIS NEM AS MARCAS DE
      * DEVOLUCAO: OS LANCAMENTOS S E D SO AVANCAM A MARCA-DAGUA, SEM
      * GERAR MOVIMENTO NO FEED.
                     IF NOT AUD-OP-TELEFONE-ADIC AND
                        NOT AUD-OP-DEVOLUCAO
                        RELEASE CLS-REG
                     END-IF
                     IF WS-CHAVE-MOVIMENTO > WS-MAIOR-EXTRAIDA
                        MOVE WS-CHAVE-MOVIMENTO
                                               TO WS-MAIOR-EXTRAIDA
           .
      * A FUSAO E TRADUZIDA PARA O VOCABULARIO QUE O CRM JA CONHECE:
      * O REGISTRO M CUJO DEPOIS CONTINUA ATIVO VIRA ALTERACAO, E O
      * REGISTRO M CUJO DEPOIS FICOU INATIVO VIRA EXCLUSAO. A
      * ANONIMIZACAO (OP L) SAI COMO ALTERACAO, PARA O CRM SOBREPOR
      * NOME, EMAIL E ENDERECO COM OS VALORES ANONIMIZADOS. A MUDANCA
      * DE CONSENTIMENTO (OP C) PASSA DIRETO PELO WHEN OTHER COMO
      * ACAO C, QUE O CRM APLICA SO NAS COLUNAS DE CONSENTIMENTO.
       P300-MONTA-E-GRAVA.
            EVALUATE TRUE
               WHEN CLS-OPERACAO = 'T'
                 END-IF
                 MOVE CLS-DEP-TELEFONE         TO WS-TELEFONE-FEED
                 MOVE SPACES                   TO WS-TELEFONE-NOVO-FEED
               WHEN CLS-OPERACAO = 'L'
                 MOVE 'A'                      TO WS-OPERACAO-FEED
                 MOVE CLS-DEP-TELEFONE         TO WS-TELEFONE-FEED
                 MOVE SPACES                   TO WS-TELEFONE-NOVO-FEED
               WHEN OTHER
                 MOVE CLS-OPERACAO             TO WS-OPERACAO-FEED
                 MOVE CLS-DEP-TELEFONE         TO WS-TELEFONE-FEED
                                         WITH POINTER WS-CSV-POS-LINHA
            MOVE CLS-DEP-ENDERECO               TO WS-CSV-ENTRADA
            PERFORM P415-ESCAPA-E-ANEXA-CAMPO
            STRING ','                  DELIMITED BY SIZE
                                         INTO FEED-LINHA
                                         WITH POINTER WS-CSV-POS-LINHA
            MOVE CLS-DEP-CONS-EMAIL             TO WS-CSV-ENTRADA
            PERFORM P415-ESCAPA-E-ANEXA-CAMPO
            STRING ','                  DELIMITED BY SIZE
                                         INTO FEED-LINHA
                                         WITH POINTER WS-CSV-POS-LINHA
            MOVE CLS-DEP-CONS-TELEFONE          TO WS-CSV-ENTRADA
            PERFORM P415-ESCAPA-E-ANEXA-CAMPO
            STRING ','                  DELIMITED BY SIZE
                                         INTO FEED-LINHA
                                         WITH POINTER WS-CSV-POS-LINHA
            MOVE CLS-DEP-CONS-CORREIO           TO WS-CSV-ENTRADA
            PERFORM P415-ESCAPA-E-ANEXA-CAMPO
            WRITE FEED-LINHA
           .
      * ESCAPA (DUPLICA ASPAS) O CAMPO EM WS-CSV-ENTRADA E ANEXA O
