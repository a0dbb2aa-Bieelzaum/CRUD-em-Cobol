      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE EMPRESAS CLIENTES
      *          (INCLUSAO, ALTERACAO, EXCLUSAO E LISTAGEM), A QUE OS
      *          CONTATOS SE LIGAM PELO CODIGO DA EMPRESA (CT-EMPRESA,
      *          INFORMADO NO CADCONTT/ALTCONTT E NA IMPORTACAO DO
      *          CRM). O CNPJ E CONFERIDO PELOS DIGITOS VERIFICADORES
      *          (VALCNTT) E NAO PODE SE REPETIR ENTRE EMPRESAS. A
      *          EXCLUSAO E RECUSADA ENQUANTO A EMPRESA TIVER CONTATO
      *          ATIVO, COMO O CATCNTT FAZ COM AS CATEGORIAS EM USO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT CONTATOS ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CT-TELEFONE
                  ALTERNATE RECORD KEY IS CT-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       WORKING-STORAGE SECTION.
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-OPCAO-EMP                        PIC X(01).
       01  WS-CODIGO-BUSCA                     PIC X(05).
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-TOTAL-LISTADO                    PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ATIVOS                     PIC 9(05)   VALUE ZEROS.
      * IMAGEM DA EMPRESA EM DIGITACAO, GUARDADA ENQUANTO O REGISTRO
      * DO ARQUIVO E USADO NA PROCURA DO CNPJ REPETIDO.
       01  WS-EMPRESA-DIGITADA                 PIC X(162).
       01  WS-CNPJ-ANTERIOR                    PIC X(14).
       01  WS-CNPJ-DUPLICADO                   PIC X(01)   VALUE 'N'.
           88  WS-CNPJ-JA-CADASTRADO                       VALUE 'S'.
       01  WS-DONO-CNPJ                        PIC X(05).
      * CNPJ COMO DIGITADO (COM OU SEM PONTUACAO) E SO OS DIGITOS.
       01  WS-CNPJ-DIGITADO                    PIC X(18).
       01  WS-CNPJ-LIMPO                       PIC X(14).
       01  WS-CNPJ-EDITADO                     PIC X(18).
       01  WS-POS                              PIC 9(02)   VALUE ZEROS.
       01  WS-POS-LIMPO                        PIC 9(02)   VALUE ZEROS.
       01  WS-CNPJ-VALIDO                      PIC X(01)   VALUE 'N'.
           88  WS-CNPJ-OK                                  VALUE 'S'.
       01  WS-CEP-VALIDO                       PIC X(01)   VALUE 'N'.
           88  WS-CEP-OK                                   VALUE 'S'.
       01  WS-TELEFONE-VALIDO                  PIC X(01)   VALUE 'N'.
           88  WS-TELEFONE-OK                              VALUE 'S'.
       01  WS-TAM-TELEFONE                     PIC 9(02)   VALUE ZEROS.
       01  WS-MIN-DIGITOS-TELEFONE             PIC 9(02)   VALUE 10.
      * CAMPOS DA ALTERACAO: BRANCO MANTEM O QUE A EMPRESA JA TEM.
       01  WS-NOVA-RAZAO-SOCIAL                PIC X(40).
       01  WS-NOVO-LOGRADOURO                  PIC X(40).
       01  WS-NOVO-NUMERO                      PIC X(08).
       01  WS-NOVO-CEP                         PIC X(08).
       01  WS-NOVO-TELEFONE                    PIC X(15).
       COPY VALIDCT.CPY.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            PERFORM P100-ABRE-ARQUIVO
            IF WS-EMP-FILE-STATUS = '00'
               MOVE SPACES                     TO WS-OPCAO-EMP
               PERFORM P200-PROCESSA THRU P200-FIM
                       UNTIL WS-OPCAO-EMP = 'S' OR
                             WS-OPCAO-EMP = 's'
               PERFORM P900-FECHA-ARQUIVO
            ELSE
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            END-IF
            GOBACK
           .
       P100-ABRE-ARQUIVO.
            OPEN I-O EMPRESAS
            IF WS-EMP-FILE-STATUS = '35'
               CLOSE EMPRESAS
               OPEN OUTPUT EMPRESAS
               CLOSE EMPRESAS
               OPEN I-O EMPRESAS
            END-IF
           .
       P200-PROCESSA.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'EMPRESAS: (I)NCLUIR (A)LTERAR (E)XCLUIR '
                    '(L)ISTAR (S)AIR : '         WITH NO ADVANCING
            ACCEPT WS-OPCAO-EMP
            EVALUATE WS-OPCAO-EMP
               WHEN 'I'
               WHEN 'i'
                 PERFORM P300-INCLUI-EMPRESA
               WHEN 'A'
               WHEN 'a'
                 PERFORM P400-ALTERA-EMPRESA
               WHEN 'E'
               WHEN 'e'
                 PERFORM P500-EXCLUI-EMPRESA
               WHEN 'L'
               WHEN 'l'
                 PERFORM P600-LISTA-EMPRESAS
               WHEN 'S'
               WHEN 's'
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
           .
       P200-FIM.
       P300-INCLUI-EMPRESA.
            DISPLAY 'CODIGO (5 LETRAS/NUMEROS) : ' WITH NO ADVANCING
            ACCEPT WS-CODIGO-BUSCA
            IF WS-CODIGO-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE FICAR EM BRANCO!'
            ELSE
               MOVE WS-CODIGO-BUSCA            TO EMP-CODIGO
               READ EMPRESAS
                  INVALID KEY
                     PERFORM P310-DIGITA-EMPRESA
                  NOT INVALID KEY
                     DISPLAY 'EMPRESA JA CADASTRADA: ' EMP-RAZAO-SOCIAL
               END-READ
            END-IF
           .
       P310-DIGITA-EMPRESA.
            MOVE SPACES                        TO EMPRESA-REG
            MOVE WS-CODIGO-BUSCA               TO EMP-CODIGO
            DISPLAY 'RAZAO SOCIAL............. : ' WITH NO ADVANCING
            ACCEPT EMP-RAZAO-SOCIAL
            IF EMP-RAZAO-SOCIAL = SPACES
               DISPLAY 'RAZAO SOCIAL NAO PODE FICAR EM BRANCO!'
            ELSE
               PERFORM P700-DIGITA-CNPJ
               PERFORM P705-REDIGITA-CNPJ UNTIL WS-CNPJ-OK
               MOVE WS-CNPJ-LIMPO              TO EMP-CNPJ
               MOVE SPACES                     TO WS-CNPJ-ANTERIOR
               PERFORM P720-VERIFICA-CNPJ-REPETIDO
               IF WS-CNPJ-JA-CADASTRADO
                  DISPLAY 'CNPJ JA CADASTRADO PARA A EMPRESA '
                          WS-DONO-CNPJ ' - INCLUSAO RECUSADA!'
               ELSE
                  DISPLAY 'LOGRADOURO............... : '
                                                 WITH NO ADVANCING
                  ACCEPT EMP-END-LOGRADOURO
                  DISPLAY 'NUMERO................... : '
                                                 WITH NO ADVANCING
                  ACCEPT EMP-END-NUMERO
                  DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : '
                                                 WITH NO ADVANCING
                  ACCEPT EMP-END-CEP
                  PERFORM P730-CONSULTA-CEP
                  PERFORM P735-REDIGITA-CEP UNTIL WS-CEP-OK
                  DISPLAY 'TELEFONE DO CONTATO PRINCIPAL '
                          '(BRANCO=SEM) : '      WITH NO ADVANCING
                  ACCEPT EMP-TELEFONE
                  PERFORM P740-VALIDA-TELEFONE
                  PERFORM P745-REDIGITA-TELEFONE UNTIL WS-TELEFONE-OK
                  WRITE EMPRESA-REG
                     INVALID KEY
                        DISPLAY 'EMPRESA OU CNPJ JA CADASTRADO!'
                     NOT INVALID KEY
                        DISPLAY 'EMPRESA INCLUIDA COM SUCESSO!'
                  END-WRITE
               END-IF
            END-IF
           .
       P400-ALTERA-EMPRESA.
            DISPLAY 'CODIGO : ' WITH NO ADVANCING
            ACCEPT WS-CODIGO-BUSCA
            MOVE WS-CODIGO-BUSCA               TO EMP-CODIGO
            READ EMPRESAS
               INVALID KEY
                  DISPLAY 'EMPRESA NAO ENCONTRADA!'
               NOT INVALID KEY
                  PERFORM P410-DIGITA-ALTERACAO
            END-READ
           .
       P410-DIGITA-ALTERACAO.
            DISPLAY 'RAZAO SOCIAL (' FUNCTION TRIM(EMP-RAZAO-SOCIAL)
                    ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
            ACCEPT WS-NOVA-RAZAO-SOCIAL
            IF WS-NOVA-RAZAO-SOCIAL NOT = SPACES
               MOVE WS-NOVA-RAZAO-SOCIAL       TO EMP-RAZAO-SOCIAL
            END-IF
            MOVE EMP-CNPJ                      TO WS-CNPJ-ANTERIOR
            PERFORM P750-EDITA-CNPJ
            DISPLAY 'CNPJ (' WS-CNPJ-EDITADO
                    ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
            ACCEPT WS-CNPJ-DIGITADO
            IF WS-CNPJ-DIGITADO = SPACES
               MOVE EMP-CNPJ                   TO WS-CNPJ-LIMPO
            ELSE
               PERFORM P710-CONFERE-CNPJ
               PERFORM P705-REDIGITA-CNPJ UNTIL WS-CNPJ-OK
            END-IF
            MOVE WS-CNPJ-LIMPO                 TO EMP-CNPJ
            PERFORM P720-VERIFICA-CNPJ-REPETIDO
            IF WS-CNPJ-JA-CADASTRADO
               DISPLAY 'CNPJ JA CADASTRADO PARA A EMPRESA '
                       WS-DONO-CNPJ ' - ALTERACAO RECUSADA!'
            ELSE
               DISPLAY 'LOGRADOURO (' FUNCTION TRIM(EMP-END-LOGRADOURO)
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVO-LOGRADOURO
               IF WS-NOVO-LOGRADOURO NOT = SPACES
                  MOVE WS-NOVO-LOGRADOURO      TO EMP-END-LOGRADOURO
               END-IF
               DISPLAY 'NUMERO (' FUNCTION TRIM(EMP-END-NUMERO)
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVO-NUMERO
               IF WS-NOVO-NUMERO NOT = SPACES
                  MOVE WS-NOVO-NUMERO          TO EMP-END-NUMERO
               END-IF
               DISPLAY 'CEP (' EMP-END-CEP
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVO-CEP
               IF WS-NOVO-CEP NOT = SPACES
                  MOVE WS-NOVO-CEP             TO EMP-END-CEP
                  PERFORM P730-CONSULTA-CEP
                  PERFORM P735-REDIGITA-CEP UNTIL WS-CEP-OK
               END-IF
               DISPLAY 'TELEFONE DO CONTATO PRINCIPAL ('
                       FUNCTION TRIM(EMP-TELEFONE)
                       ') [ENTER P/ MANTER] : ' WITH NO ADVANCING
               ACCEPT WS-NOVO-TELEFONE
               IF WS-NOVO-TELEFONE NOT = SPACES
                  MOVE WS-NOVO-TELEFONE        TO EMP-TELEFONE
                  PERFORM P740-VALIDA-TELEFONE
                  PERFORM P745-REDIGITA-TELEFONE UNTIL WS-TELEFONE-OK
               END-IF
               REWRITE EMPRESA-REG
                  INVALID KEY
                     DISPLAY 'ERRO AO ALTERAR A EMPRESA!'
                  NOT INVALID KEY
                     DISPLAY 'EMPRESA ALTERADA COM SUCESSO!'
               END-REWRITE
            END-IF
           .
      * A EXCLUSAO E RECUSADA ENQUANTO HOUVER CONTATO ATIVO LIGADO A
      * EMPRESA. OS CONTATOS INATIVOS NAO IMPEDEM (A EMPRESA PODE TER
      * FECHADO JUNTO COM OS CADASTROS DOS FUNCIONARIOS) E FICAM COM O
      * CODIGO ANTIGO, MOSTRADO COMO EMPRESA NAO CADASTRADA NO RLECNTT
      * E TROCADO NO ALTCONTT SE O CONTATO FOR REATIVADO.
       P500-EXCLUI-EMPRESA.
            DISPLAY 'CODIGO : ' WITH NO ADVANCING
            ACCEPT WS-CODIGO-BUSCA
            MOVE WS-CODIGO-BUSCA               TO EMP-CODIGO
            READ EMPRESAS
               INVALID KEY
                  DISPLAY 'EMPRESA NAO ENCONTRADA!'
               NOT INVALID KEY
                  PERFORM P510-CONTA-ATIVOS
                  IF WS-TOTAL-ATIVOS > 0
                     DISPLAY 'EMPRESA COM ' WS-TOTAL-ATIVOS
                             ' CONTATO(S) ATIVO(S) - '
                             'EXCLUSAO RECUSADA!'
                  ELSE
                     DISPLAY 'CONFIRMA EXCLUSAO DE '
                             FUNCTION TRIM(EMP-RAZAO-SOCIAL)
                             ' (S/N)? '          WITH NO ADVANCING
                     ACCEPT WS-RESPOSTA
                     IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                        DELETE EMPRESAS
                           INVALID KEY
                              DISPLAY 'ERRO AO EXCLUIR A EMPRESA!'
                           NOT INVALID KEY
                              DISPLAY 'EMPRESA EXCLUIDA!'
                        END-DELETE
                     ELSE
                        DISPLAY 'EXCLUSAO CANCELADA!'
                     END-IF
                  END-IF
            END-READ
           .
       P510-CONTA-ATIVOS.
            MOVE ZEROS                         TO WS-TOTAL-ATIVOS
            OPEN INPUT CONTATOS
            IF WS-FILE-STATUS = '00'
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES                 TO CT-TELEFONE
               START CONTATOS KEY IS NOT LESS THAN CT-TELEFONE
                  INVALID KEY
                     SET WS-FIM                 TO TRUE
               END-START
               PERFORM P520-CONTA-UM UNTIL WS-FIM
               CLOSE CONTATOS
            END-IF
           .
       P520-CONTA-UM.
            READ CONTATOS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF CT-EMPRESA = WS-CODIGO-BUSCA AND CT-ATIVO
                     ADD 1                      TO WS-TOTAL-ATIVOS
                  END-IF
            END-READ
           .
       P600-LISTA-EMPRESAS.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE ZEROS                         TO WS-TOTAL-LISTADO
            DISPLAY 'CODIGO CNPJ               RAZAO SOCIAL'
            MOVE LOW-VALUES                    TO EMP-CODIGO
            START EMPRESAS KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                  SET WS-FIM                    TO TRUE
            END-START
            PERFORM P610-LISTA-UMA UNTIL WS-FIM
            IF WS-TOTAL-LISTADO = 0
               DISPLAY 'NENHUMA EMPRESA CADASTRADA!'
            END-IF
           .
       P610-LISTA-UMA.
            READ EMPRESAS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  PERFORM P750-EDITA-CNPJ
                  DISPLAY EMP-CODIGO '  ' WS-CNPJ-EDITADO ' '
                          EMP-RAZAO-SOCIAL
                  IF EMP-END-CIDADE NOT = SPACES
                     DISPLAY '                          '
                             FUNCTION TRIM(EMP-END-CIDADE) '/'
                             EMP-END-UF '  TEL. ' EMP-TELEFONE
                  END-IF
                  ADD 1                         TO WS-TOTAL-LISTADO
            END-READ
           .
       P700-DIGITA-CNPJ.
            DISPLAY 'CNPJ (COM OU SEM PONTUACAO) : ' WITH NO ADVANCING
            ACCEPT WS-CNPJ-DIGITADO
            PERFORM P710-CONFERE-CNPJ
           .
       P705-REDIGITA-CNPJ.
            DISPLAY 'CAMPO INVALIDO: ' WS-VAL-MOTIVO
            PERFORM P700-DIGITA-CNPJ
           .
      * O CNPJ PODE SER DIGITADO COMO 99.999.999/9999-99: PONTOS,
      * BARRA, TRACO E ESPACOS SAO DESCARTADOS E SO OS DEMAIS
      * CARACTERES VAO PARA A CONFERENCIA DO VALCNTT, QUE RECUSA O
      * QUE NAO FOR DIGITO.
       P710-CONFERE-CNPJ.
            MOVE SPACES                        TO WS-CNPJ-LIMPO
            MOVE ZEROS                         TO WS-POS-LIMPO
            PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 18
               IF WS-CNPJ-DIGITADO(WS-POS:1) NOT = '.' AND
                  WS-CNPJ-DIGITADO(WS-POS:1) NOT = '/' AND
                  WS-CNPJ-DIGITADO(WS-POS:1) NOT = '-' AND
                  WS-CNPJ-DIGITADO(WS-POS:1) NOT = SPACE
                  ADD 1                        TO WS-POS-LIMPO
                  IF WS-POS-LIMPO <= 14
                     MOVE WS-CNPJ-DIGITADO(WS-POS:1)
                                     TO WS-CNPJ-LIMPO(WS-POS-LIMPO:1)
                  END-IF
               END-IF
            END-PERFORM
            MOVE WS-CNPJ-LIMPO                 TO WS-VAL-CNPJ
            SET WS-VAL-SO-CNPJ                 TO TRUE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            IF WS-POS-LIMPO > 14
               SET WS-VAL-CNPJ-INVALIDO        TO TRUE
               MOVE 'CNPJ COM MAIS DE 14 DIGITOS'
                                               TO WS-VAL-MOTIVO
            END-IF
            IF WS-VAL-OK
               MOVE 'S'                        TO WS-CNPJ-VALIDO
            ELSE
               MOVE 'N'                        TO WS-CNPJ-VALIDO
            END-IF
           .
      * PROCURA DIRETA PELA CHAVE ALTERNATIVA EMP-CNPJ. NA ALTERACAO O
      * CNPJ QUE A PROPRIA EMPRESA JA TINHA NAO CONTA COMO REPETIDO.
      * A IMAGEM DIGITADA E RESTAURADA NO REGISTRO DEPOIS DA PROCURA.
       P720-VERIFICA-CNPJ-REPETIDO.
            MOVE 'N'                           TO WS-CNPJ-DUPLICADO
            MOVE SPACES                        TO WS-DONO-CNPJ
            IF EMP-CNPJ NOT = WS-CNPJ-ANTERIOR
               MOVE EMPRESA-REG                TO WS-EMPRESA-DIGITADA
               READ EMPRESAS KEY IS EMP-CNPJ
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WS-CNPJ-JA-CADASTRADO TO TRUE
                     MOVE EMP-CODIGO           TO WS-DONO-CNPJ
               END-READ
               MOVE WS-EMPRESA-DIGITADA        TO EMPRESA-REG
            END-IF
           .
      * NA DIGITACAO O CEP VEM ANTES DA CIDADE/UF, COMO NO CADCONTT:
      * QUANDO ESTA NA BASE DOS CORREIOS AS DUAS SAO PREENCHIDAS E NAO
      * SAO PERGUNTADAS. CEP FORA DA BASE CARREGADA E RECUSADO.
       P730-CONSULTA-CEP.
            MOVE 'S'                           TO WS-CEP-VALIDO
            IF EMP-END-CEP = SPACES
               DISPLAY 'CIDADE.... : ' WITH NO ADVANCING
               ACCEPT EMP-END-CIDADE
               DISPLAY 'UF........ : ' WITH NO ADVANCING
               ACCEPT EMP-END-UF
            ELSE
               IF EMP-END-CEP IS NOT NUMERIC
                  MOVE 'N'                     TO WS-CEP-VALIDO
                  MOVE 'CEP DEVE TER 8 DIGITOS (SOMENTE NUMEROS)'
                                               TO WS-VAL-MOTIVO
               ELSE
                  MOVE EMP-END-CEP             TO WS-VAL-CEP
                  SET WS-VAL-SO-CONSULTA-CEP   TO TRUE
                  CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
                  EVALUATE TRUE
                     WHEN WS-VAL-CEP-CONHECIDO
                       MOVE WS-VAL-CEP-CIDADE  TO EMP-END-CIDADE
                       MOVE WS-VAL-CEP-UF      TO EMP-END-UF
                       DISPLAY 'CIDADE/UF  : '
                               FUNCTION TRIM(EMP-END-CIDADE)
                               '/' EMP-END-UF ' (PELO CEP)'
                     WHEN WS-VAL-CEP-DESCONHECIDO
                       MOVE 'N'                TO WS-CEP-VALIDO
                       MOVE 'CEP NAO CONSTA DA BASE DOS CORREIOS'
                                               TO WS-VAL-MOTIVO
                     WHEN OTHER
                       DISPLAY 'CIDADE.... : ' WITH NO ADVANCING
                       ACCEPT EMP-END-CIDADE
                       DISPLAY 'UF........ : ' WITH NO ADVANCING
                       ACCEPT EMP-END-UF
                  END-EVALUATE
               END-IF
            END-IF
            INSPECT EMP-END-UF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
       P735-REDIGITA-CEP.
            DISPLAY 'CAMPO INVALIDO: ' WS-VAL-MOTIVO
            DISPLAY 'CEP (8 DIGITOS, BRANCO=SEM) : ' WITH NO ADVANCING
            ACCEPT EMP-END-CEP
            PERFORM P730-CONSULTA-CEP
           .
      * O TELEFONE SEGUE A REGRA DOS CONTATOS (SO DIGITOS, COM DDD).
      * SE FOR O TELEFONE DE UM CONTATO CADASTRADO, O NOME E MOSTRADO
      * PARA CONFERENCIA; NUMERO SEM CONTATO E ACEITO.
       P740-VALIDA-TELEFONE.
            MOVE 'S'                           TO WS-TELEFONE-VALIDO
            IF EMP-TELEFONE NOT = SPACES
               MOVE FUNCTION TRIM(EMP-TELEFONE) TO EMP-TELEFONE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(EMP-TELEFONE))
                                               TO WS-TAM-TELEFONE
               IF EMP-TELEFONE(1:WS-TAM-TELEFONE) IS NOT NUMERIC OR
                  WS-TAM-TELEFONE < WS-MIN-DIGITOS-TELEFONE
                  MOVE 'N'                     TO WS-TELEFONE-VALIDO
               ELSE
                  OPEN INPUT CONTATOS
                  IF WS-FILE-STATUS = '00'
                     MOVE EMP-TELEFONE         TO CT-TELEFONE
                     READ CONTATOS
                        INVALID KEY
                           DISPLAY 'TELEFONE SEM CONTATO CADASTRADO.'
                        NOT INVALID KEY
                           DISPLAY 'CONTATO PRINCIPAL: '
                                   FUNCTION TRIM(CT-NOME)
                     END-READ
                     CLOSE CONTATOS
                  END-IF
               END-IF
            END-IF
           .
       P745-REDIGITA-TELEFONE.
            DISPLAY 'TELEFONE INVALIDO: SOMENTE DIGITOS, COM DDD!'
            DISPLAY 'TELEFONE DO CONTATO PRINCIPAL (BRANCO=SEM) : '
                                                 WITH NO ADVANCING
            ACCEPT EMP-TELEFONE
            PERFORM P740-VALIDA-TELEFONE
           .
       P750-EDITA-CNPJ.
            MOVE SPACES                        TO WS-CNPJ-EDITADO
            STRING EMP-CNPJ(1:2)  '.'
                   EMP-CNPJ(3:3)  '.'
                   EMP-CNPJ(6:3)  '/'
                   EMP-CNPJ(9:4)  '-'
                   EMP-CNPJ(13:2)      DELIMITED BY SIZE
                                       INTO WS-CNPJ-EDITADO
           .
       P900-FECHA-ARQUIVO.
            CLOSE EMPRESAS
           .
       END PROGRAM EMPCNTT.
