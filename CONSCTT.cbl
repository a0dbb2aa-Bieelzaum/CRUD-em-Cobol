      *          COMECAM PELO TEXTO INFORMADO). NA BUSCA POR TELEFONE
      *          O CONTATO INATIVO TAMBEM E EXIBIDO (COM AVISO) E AS
      *          ANOTACOES DE ATENDIMENTO MAIS RECENTES SAEM JUNTO -
      *          E NA EXCLUSAO QUE SE PROCURA O PORQUE. O TELEFONE
      *          PODE SER O PRINCIPAL OU QUALQUER UM DOS ADICIONAIS
      *          (TELEFONES-ADIC.DAT), QUE TAMBEM SAO LISTADOS. O
      *          CONTATO LIGADO A UMA EMPRESA CLIENTE MOSTRA O CODIGO E
      *          A RAZAO SOCIAL (EMPRESAS.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCTT.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NT-CHAVE
                  FILE STATUS IS WS-NOTA-FILE-STATUS.
           SELECT TELEFONES-ADIC ASSIGN TO "TELEFONES-ADIC.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-TELEFONE
                  ALTERNATE RECORD KEY IS TA-TELEFONE-CONTATO
                         WITH DUPLICATES
                  FILE STATUS IS WS-TAD-FILE-STATUS.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  ANOTACOES.
       COPY ANOTACAO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-NOTA-FILE-STATUS                 PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ADICIONAIS                   PIC X(01)   VALUE 'N'.
           88  WS-FIM-ADIC                                 VALUE 'S'.
       01  WS-TIPO-EXTENSO                     PIC X(11).
       01  WS-FIM-ANOTACOES                    PIC X(01)   VALUE 'N'.
           88  WS-FIM-NOTAS                                VALUE 'S'.
       01  WS-MAX-NOTAS-EXIBIDAS               PIC 9(01)   VALUE 5.
            MOVE WS-CHAVE-BUSCA                TO CT-TELEFONE
            READ CONTATOS
               INVALID KEY
                  PERFORM P310-BUSCA-POR-ADICIONAL
               NOT INVALID KEY
                  PERFORM P320-EXIBE-ENCONTRADO
            END-READ
           .
      * O NUMERO DIGITADO NAO E TELEFONE PRINCIPAL: PROCURA ENTRE OS
      * ADICIONAIS E, ACHANDO, EXIBE O CONTATO DONO DO NUMERO.
       P310-BUSCA-POR-ADICIONAL.
            SET WS-RC-NAO-ENCONTRADO           TO TRUE
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE WS-CHAVE-BUSCA             TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE TA-TELEFONE-CONTATO  TO CT-TELEFONE
                     READ CONTATOS
                        INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           SET WS-RC-OK         TO TRUE
                     END-READ
               END-READ
               CLOSE TELEFONES-ADIC
            END-IF
            IF WS-RC-OK
               DISPLAY 'TELEFONE ' WS-CHAVE-BUSCA
                       ' E ADICIONAL DO CONTATO ABAIXO.'
               PERFORM P320-EXIBE-ENCONTRADO
            ELSE
               DISPLAY 'CONTATO NAO ENCONTRADO!'
            END-IF
           .
       P320-EXIBE-ENCONTRADO.
            IF NOT CT-ATIVO
               DISPLAY '*** CONTATO INATIVO ***'
            END-IF
            PERFORM P350-EXIBE-CONTATO
            PERFORM P380-EXIBE-ADICIONAIS
            PERFORM P360-EXIBE-ANOTACOES
            SET WS-RC-OK                       TO TRUE
           .
       P350-EXIBE-CONTATO.
            DISPLAY 'TELEFONE : ' CT-TELEFONE
            DISPLAY 'NOME.... : ' CT-NOME
                       ' CEP: ' CT-END-CEP
            END-IF
            DISPLAY 'STATUS.. : ' CT-STATUS
            IF CT-EMPRESA NOT = SPACES
               PERFORM P352-EXIBE-EMPRESA
            END-IF
            PERFORM P355-AVISA-DEVOLUCAO
           .
      * A EMPRESA PODE TER SIDO EXCLUIDA DEPOIS QUE O CONTATO FOI
      * INATIVADO (O EMPCNTT SO PROTEGE AS QUE TEM CONTATOS ATIVOS).
       P352-EXIBE-EMPRESA.
            MOVE SPACES                        TO EMP-RAZAO-SOCIAL
            OPEN INPUT EMPRESAS
            IF WS-EMP-FILE-STATUS = '00'
               MOVE CT-EMPRESA                 TO EMP-CODIGO
               READ EMPRESAS
                  INVALID KEY
                     MOVE 'EMPRESA NAO CADASTRADA'
                                               TO EMP-RAZAO-SOCIAL
               END-READ
               CLOSE EMPRESAS
            END-IF
            DISPLAY 'EMPRESA. : ' CT-EMPRESA ' - ' EMP-RAZAO-SOCIAL
           .
      * CANAL MARCADO PELO DEVCNTT NAO ENTREGA MAIS: O AVISO E PARA
      * O OPERADOR APROVEITAR O ATENDIMENTO E PEDIR O E-MAIL OU O
      * ENDERECO CORRETO (A CORRECAO PELO ALTCONTT RETIRA A MARCA).
       P355-AVISA-DEVOLUCAO.
            IF CT-EMAIL-DEVOLVIDO
               DISPLAY '*** ATENCAO: E-MAIL DEVOLVIDO EM '
                       CT-DEV-EMAIL-DATA(7:2) '/'
                       CT-DEV-EMAIL-DATA(5:2) '/'
                       CT-DEV-EMAIL-DATA(1:4) ' - '
                       CT-DEV-EMAIL-MOTIVO
               DISPLAY '    PECA AO CONTATO UM E-MAIL ATUALIZADO!'
            END-IF
            IF CT-CORREIO-DEVOLVIDO
               DISPLAY '*** ATENCAO: CORRESPONDENCIA DEVOLVIDA EM '
                       CT-DEV-CORR-DATA(7:2) '/'
                       CT-DEV-CORR-DATA(5:2) '/'
                       CT-DEV-CORR-DATA(1:4) ' - '
                       CT-DEV-CORR-MOTIVO
               DISPLAY '    PECA AO CONTATO O ENDERECO CORRETO!'
            END-IF
           .
      * MOSTRA AS ULTIMAS ANOTACOES DE ATENDIMENTO DO TELEFONE; AS
      * MAIS ANTIGAS QUE AS 5 FINAIS FICAM NA OPCAO DE ANOTACOES
                  END-IF
            END-READ
           .
       P380-EXIBE-ADICIONAIS.
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ADICIONAIS
               MOVE CT-TELEFONE                TO TA-TELEFONE-CONTATO
               START TELEFONES-ADIC KEY IS EQUAL TO TA-TELEFONE-CONTATO
                  INVALID KEY
                     SET WS-FIM-ADIC            TO TRUE
               END-START
               PERFORM P390-EXIBE-UM-ADICIONAL UNTIL WS-FIM-ADIC
               CLOSE TELEFONES-ADIC
            END-IF
           .
       P390-EXIBE-UM-ADICIONAL.
            READ TELEFONES-ADIC NEXT RECORD
               AT END
                  SET WS-FIM-ADIC               TO TRUE
               NOT AT END
                  IF TA-TELEFONE-CONTATO NOT = CT-TELEFONE
                     SET WS-FIM-ADIC            TO TRUE
                  ELSE
                     EVALUATE TRUE
                        WHEN TA-TIPO-CELULAR
                          MOVE 'CELULAR'        TO WS-TIPO-EXTENSO
                        WHEN TA-TIPO-TRABALHO
                          MOVE 'TRABALHO'       TO WS-TIPO-EXTENSO
                        WHEN TA-TIPO-RESIDENCIAL
                          MOVE 'RESIDENCIAL'    TO WS-TIPO-EXTENSO
                        WHEN TA-TIPO-WHATSAPP
                          MOVE 'WHATSAPP'       TO WS-TIPO-EXTENSO
                        WHEN OTHER
                          MOVE TA-TIPO          TO WS-TIPO-EXTENSO
                     END-EVALUATE
                     DISPLAY 'TEL.ADIC : ' TA-TELEFONE ' '
                             WS-TIPO-EXTENSO
                  END-IF
            END-READ
           .
       P400-BUSCA-POR-NOME.
            DISPLAY 'NOME (OU INICIO DO NOME) : ' WITH NO ADVANCING
            ACCEPT WS-NOME-BUSCA
