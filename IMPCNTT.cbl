      *          (TELEFONE,NOME,EMAIL,ENDERECO LIVRE) E O LAYOUT DE
      *          8 COLUNAS COM O ENDERECO ESTRUTURADO (TELEFONE,NOME,
      *          EMAIL,LOGRADOURO,NUMERO,CIDADE,UF,CEP); NO DE 8, O
      *          CEP PASSA PELA MESMA CRITICA DO VALCNTT. OS DOIS
      *          LAYOUTS PODEM TRAZER UMA COLUNA A MAIS NO FINAL (5
      *          OU 9 COLUNAS) COM O CONSENTIMENTO DE CONTATO, TRES
      *          POSICOES NA ORDEM E-MAIL, TELEFONE, CORREIO, CADA UMA
      *          S (CONSENTE), N (RECUSOU) OU - (SEM INFORMACAO, MANTEM
      *          O QUE O CONTATO JA TEM), POR EXEMPLO SN-. DEPOIS DO
      *          CONSENTIMENTO PODE VIR AINDA O CODIGO DA EMPRESA DO
      *          CONTATO (6 OU 10 COLUNAS), QUE PRECISA ESTAR NO
      *          CADASTRO DE EMPRESAS; BRANCO MANTEM A EMPRESA QUE O
      *          CONTATO JA TEM E - TIRA O CONTATO DA EMPRESA. AS LINHAS
      *          NAO INTERPRETAVEIS OU REJEITADAS SAO GRAVADAS EM
      *          ARQUIVO DE REJEITOS COM NUMERO DA LINHA E MOTIVO,
      *          PARA QUE O CRM CORRIJA E REENVIE SOMENTE AS FALHAS.
      *          NUMERO NOVO QUE JA SEJA TELEFONE ADICIONAL DE OUTRO
      *          CONTATO E REJEITADO COM MOTIVO PROPRIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCNTT.
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
           SELECT EMPRESAS ASSIGN TO "EMPRESAS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  ALTERNATE RECORD KEY IS EMP-CNPJ
                  FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT RESULTADO ASSIGN TO "IMPORTA-RESULTADO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-FILE-STATUS.
       01  REJ-LINHA                           PIC X(400).
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  TELEFONES-ADIC.
       COPY TELADIC.CPY.
       FD  EMPRESAS.
       COPY EMPRESA.CPY.
       FD  RESULTADO.
       COPY RESULNOT.CPY.
       WORKING-STORAGE SECTION.
       01  WS-IMP-FILE-STATUS                  PIC X(02).
       01  WS-REJ-FILE-STATUS                  PIC X(02).
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-TAD-FILE-STATUS                  PIC X(02).
       01  WS-EMP-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-NUMERO-LINHA                     PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-INCLUIDOS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ALTERADOS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-REJEITADAS                 PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-AVISOS                     PIC 9(05)   VALUE ZEROS.
       01  WS-LINHA-ATUAL                      PIC X(320).
       01  WS-TAM-LINHA                        PIC 9(03)   VALUE ZEROS.
       01  WS-POS                              PIC 9(03)   VALUE ZEROS.
       01  WS-IND-CAMPO                        PIC 9(02)   VALUE ZEROS.
       01  WS-QTD-CAMPOS                       PIC 9(02)   VALUE ZEROS.
       01  WS-COL-CONSENTIMENTO                PIC 9(02)   VALUE ZEROS.
       01  WS-TIPO-ENDERECO                    PIC X(01)   VALUE 'L'.
           88  WS-ENDERECO-ESTRUTURADO                     VALUE 'E'.
       01  WS-CAMPO-TAB.
           03  WS-CAMPO-IMPORTADO OCCURS 10    PIC X(50).
      * COLUNA DE CONSENTIMENTO (QUINTA DOS LAYOUTS DE 5 E 6 COLUNAS,
      * NONA DOS DE 9 E 10).
       01  WS-CONS-IMPORTADO.
           03  WS-CONS-IMP-CANAL OCCURS 3      PIC X(01).
           03  WS-CONS-IMP-RESTO               PIC X(47).
      * COLUNA DA EMPRESA (ULTIMA DOS LAYOUTS DE 6 E 10 COLUNAS).
       01  WS-EMPRESA-IMPORTADA.
           03  WS-EMP-IMP-CODIGO               PIC X(05).
           03  WS-EMP-IMP-RESTO                PIC X(45).
       01  WS-EXISTE-EMPRESA                   PIC X(01)   VALUE 'S'.
           88  WS-EMPRESA-EXISTE                           VALUE 'S'.
       01  WS-IND-CANAL                        PIC 9(01)   VALUE ZEROS.
       01  WS-CAMPO-CORRENTE                   PIC X(50).
       01  WS-POS-CAMPO                        PIC 9(03)   VALUE ZEROS.
       01  WS-PARSE-ERRO                       PIC X(01)   VALUE 'N'.
           88  WS-FECHADO                                  VALUE 'S'.
       01  WS-EXISTE-CONTATO                   PIC X(01)   VALUE 'N'.
           88  WS-CONTATO-EXISTE                           VALUE 'S'.
       01  WS-EXISTE-ADICIONAL                 PIC X(01)   VALUE 'N'.
           88  WS-ADICIONAL-EXISTE                         VALUE 'S'.
       01  WS-MOTIVO-REJEICAO                  PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               SET WS-PARSE-COM-ERRO           TO TRUE
               MOVE 'LINHA VAZIA'              TO WS-MOTIVO-REJEICAO
            ELSE
               PERFORM P320-PARSE-CAMPO UNTIL WS-IND-CAMPO = 10
                       OR WS-PARSE-COM-ERRO
                       OR WS-POS > WS-TAM-LINHA
               IF NOT WS-PARSE-COM-ERRO AND WS-POS <= WS-TAM-LINHA
               END-IF
               IF NOT WS-PARSE-COM-ERRO
                  MOVE WS-IND-CAMPO            TO WS-QTD-CAMPOS
                  IF WS-QTD-CAMPOS NOT = 4 AND WS-QTD-CAMPOS NOT = 5
                     AND WS-QTD-CAMPOS NOT = 6
                     AND WS-QTD-CAMPOS NOT = 8
                     AND WS-QTD-CAMPOS NOT = 9
                     AND WS-QTD-CAMPOS NOT = 10
                     SET WS-PARSE-COM-ERRO     TO TRUE
                     MOVE 'NUMERO DE CAMPOS INVALIDO (4,5,6,8,9,10)'
                                               TO WS-MOTIVO-REJEICAO
                  END-IF
               END-IF
               IF NOT WS-PARSE-COM-ERRO
                  PERFORM P340-INTERPRETA-CONSENTIMENTO
               END-IF
               IF NOT WS-PARSE-COM-ERRO
                  PERFORM P345-INTERPRETA-EMPRESA
               END-IF
            END-IF
           .
      * SEM A COLUNA DE CONSENTIMENTO (4 OU 8 COLUNAS) OS TRES CANAIS
      * FICAM EM BRANCO, E O CONTATO MANTEM O QUE JA TEM; O - DO CRM
      * VIRA BRANCO PELO MESMO MOTIVO.
       P340-INTERPRETA-CONSENTIMENTO.
            MOVE SPACES                        TO WS-CONS-IMPORTADO
            MOVE ZEROS                         TO WS-COL-CONSENTIMENTO
            IF WS-QTD-CAMPOS = 5 OR WS-QTD-CAMPOS = 6
               MOVE 5                          TO WS-COL-CONSENTIMENTO
            END-IF
            IF WS-QTD-CAMPOS = 9 OR WS-QTD-CAMPOS = 10
               MOVE 9                          TO WS-COL-CONSENTIMENTO
            END-IF
            IF WS-COL-CONSENTIMENTO NOT = ZEROS
               MOVE WS-CAMPO-IMPORTADO(WS-COL-CONSENTIMENTO)
                                               TO WS-CONS-IMPORTADO
               INSPECT WS-CONS-IMPORTADO
                       CONVERTING 'sn-' TO 'SN '
               IF WS-CONS-IMP-RESTO NOT = SPACES
                  SET WS-PARSE-COM-ERRO        TO TRUE
               END-IF
               PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                       UNTIL WS-IND-CANAL > 3
                  IF WS-CONS-IMP-CANAL(WS-IND-CANAL) NOT = 'S' AND
                     WS-CONS-IMP-CANAL(WS-IND-CANAL) NOT = 'N' AND
                     WS-CONS-IMP-CANAL(WS-IND-CANAL) NOT = SPACE
                     SET WS-PARSE-COM-ERRO     TO TRUE
                  END-IF
               END-PERFORM
               IF WS-PARSE-COM-ERRO
                  MOVE 'CONSENTIMENTO INVALIDO' TO WS-MOTIVO-REJEICAO
               END-IF
            END-IF
           .
      * SEM A COLUNA DA EMPRESA O CODIGO FICA EM BRANCO, E O CONTATO
      * MANTEM A EMPRESA QUE JA TEM; O - DESFAZ O VINCULO.
       P345-INTERPRETA-EMPRESA.
            MOVE SPACES                        TO WS-EMPRESA-IMPORTADA
            IF WS-QTD-CAMPOS = 6 OR WS-QTD-CAMPOS = 10
               MOVE WS-CAMPO-IMPORTADO(WS-QTD-CAMPOS)
                                               TO WS-EMPRESA-IMPORTADA
               INSPECT WS-EMP-IMP-CODIGO
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF WS-EMP-IMP-RESTO NOT = SPACES
                  SET WS-PARSE-COM-ERRO        TO TRUE
                  MOVE 'CODIGO DE EMPRESA INVALIDO'
                                               TO WS-MOTIVO-REJEICAO
               END-IF
            END-IF
           .
       P320-PARSE-CAMPO.
            IF NOT WS-PARSE-COM-ERRO
               MOVE WS-CAMPO-CORRENTE
                                    TO WS-CAMPO-IMPORTADO(WS-IND-CAMPO)
      * O TOTAL DE CAMPOS (4, 5, 6, 8, 9 OU 10) E CONFERIDO AO FIM DA
      * LINHA, EM P310; AQUI SO SE EXIGE A VIRGULA ENTRE UM CAMPO E O
      * PROXIMO.
               IF WS-POS <= WS-TAM-LINHA
                  IF WS-LINHA-ATUAL(WS-POS:1) = ','
                     ADD 1                     TO WS-POS
               ADD 1                           TO WS-POS
            END-PERFORM
           .
      * NO LAYOUT DE 8 (9 OU 10) COLUNAS COM AS COLUNAS 5 A 8 EM BRANCO,
      * A COLUNA 4 E TRATADA COMO ENDERECO DE LINHA LIVRE (E ASSIM QUE
      * O EXPCNTT EXPORTA OS CONTATOS AINDA NAO ESTRUTURADOS).
       P400-PROCESSA-CONTATO.
            MOVE 'L'                           TO WS-TIPO-ENDERECO
            IF WS-QTD-CAMPOS >= 8
               IF WS-CAMPO-IMPORTADO(5) NOT = SPACES OR
                  WS-CAMPO-IMPORTADO(6) NOT = SPACES OR
                  WS-CAMPO-IMPORTADO(7) NOT = SPACES OR
            MOVE WS-CAMPO-IMPORTADO(3)         TO WS-VAL-EMAIL
            IF WS-ENDERECO-ESTRUTURADO
               MOVE WS-CAMPO-IMPORTADO(8)      TO WS-VAL-CEP
               MOVE WS-CAMPO-IMPORTADO(7)      TO WS-VAL-UF
            ELSE
               MOVE SPACES                     TO WS-VAL-CEP
               MOVE SPACES                     TO WS-VAL-UF
            END-IF
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\VALCNTT'
                                                  USING WS-VAL-AREA
            PERFORM P417-VERIFICA-EMPRESA
            IF NOT WS-VAL-OK OR NOT WS-EMPRESA-EXISTE
               ADD 1                           TO WS-TOTAL-REJEITADAS
               IF NOT WS-VAL-OK
                  MOVE WS-VAL-MOTIVO           TO WS-MOTIVO-REJEICAO
               ELSE
                  MOVE 'EMPRESA NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
               END-IF
               PERFORM P500-GRAVA-REJEITO
            ELSE
      * O AVISO (DDD DE OUTRA UF) NAO IMPEDE A IMPORTACAO; SAI NO
      * CONSOLE COM O NUMERO DA LINHA PARA CONFERENCIA DO CRM.
               IF WS-VAL-AVISO NOT = SPACES
                  ADD 1                        TO WS-TOTAL-AVISOS
                  DISPLAY 'LINHA ' WS-NUMERO-LINHA ' AVISO: '
                          WS-VAL-AVISO
               END-IF
               MOVE WS-CAMPO-IMPORTADO(1)      TO WS-COM-TELEFONE
               MOVE WS-CAMPO-IMPORTADO(2)      TO WS-COM-NOME
               MOVE WS-CAMPO-IMPORTADO(3)      TO WS-COM-EMAIL
                  MOVE SPACES                  TO WS-COM-END-ESTRUT
               END-IF
               MOVE SPACES                     TO WS-COM-CATEGORIA
               MOVE WS-CONS-IMP-CANAL(1)       TO WS-COM-CONS-EMAIL
               MOVE WS-CONS-IMP-CANAL(2)       TO WS-COM-CONS-TELEFONE
               MOVE WS-CONS-IMP-CANAL(3)       TO WS-COM-CONS-CORREIO
               MOVE WS-EMP-IMP-CODIGO          TO WS-COM-EMPRESA
               PERFORM P410-VERIFICA-EXISTENCIA
               IF WS-CONTATO-EXISTE
                  MOVE ' *** ALTERACAO IMPORTADA ***' TO WS-MENSAGEM
                     PERFORM P500-GRAVA-REJEITO
                  END-IF
               ELSE
                  PERFORM P415-VERIFICA-ADICIONAL
               END-IF
               IF NOT WS-CONTATO-EXISTE AND WS-ADICIONAL-EXISTE
                  ADD 1                        TO WS-TOTAL-REJEITADAS
                  MOVE 'TELEFONE JA E ADICIONAL DE OUTRO CONTATO'
                                               TO WS-MOTIVO-REJEICAO
                  PERFORM P500-GRAVA-REJEITO
               END-IF
               IF NOT WS-CONTATO-EXISTE AND NOT WS-ADICIONAL-EXISTE
                  MOVE ' *** INCLUSAO IMPORTADA ***'  TO WS-MENSAGEM
                 CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\CADCONTT'
                                                       USING WS-COM-AREA
               CLOSE CONTATOS
            END-IF
           .
      * O CADCONTT E O ALTCONTT TAMBEM RECUSAM EMPRESA INEXISTENTE, MAS
      * COM O RETORNO GENERICO DE DADOS INVALIDOS.
       P417-VERIFICA-EMPRESA.
            MOVE 'S'                           TO WS-EXISTE-EMPRESA
            IF WS-EMP-IMP-CODIGO NOT = SPACES AND
               WS-EMP-IMP-CODIGO NOT = '-'
               MOVE 'N'                        TO WS-EXISTE-EMPRESA
               OPEN INPUT EMPRESAS
               IF WS-EMP-FILE-STATUS = '00'
                  MOVE WS-EMP-IMP-CODIGO       TO EMP-CODIGO
                  READ EMPRESAS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        SET WS-EMPRESA-EXISTE  TO TRUE
                  END-READ
                  CLOSE EMPRESAS
               END-IF
            END-IF
           .
      * O CADCONTT TAMBEM RECUSA O NUMERO, MAS COM O RETORNO GENERICO
      * DE DUPLICIDADE; A CONSULTA AQUI DA AO CRM O MOTIVO EXATO.
       P415-VERIFICA-ADICIONAL.
            MOVE 'N'                           TO WS-EXISTE-ADICIONAL
            OPEN INPUT TELEFONES-ADIC
            IF WS-TAD-FILE-STATUS = '00'
               MOVE WS-COM-TELEFONE            TO TA-TELEFONE
               READ TELEFONES-ADIC
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WS-ADICIONAL-EXISTE   TO TRUE
               END-READ
               CLOSE TELEFONES-ADIC
            END-IF
           .
       P420-MONTA-MOTIVO-RETORNO.
            EVALUATE TRUE
               WHEN WS-RC-DUPLICADO
            DISPLAY 'CONTATOS INCLUIDOS... : ' WS-TOTAL-INCLUIDOS
            DISPLAY 'CONTATOS ALTERADOS... : ' WS-TOTAL-ALTERADOS
            DISPLAY 'LINHAS REJEITADAS.... : ' WS-TOTAL-REJEITADAS
            DISPLAY 'AVISOS DE DDD/UF..... : ' WS-TOTAL-AVISOS
            DISPLAY 'REJEITOS GRAVADOS EM IMPORTA-REJEITOS.CSV'
            DISPLAY '-------------------------------------------------'
           .
