      *          POR CADCONTT, ALTCONTT, LOTCNTT, IMPCNTT E TELCNTT
      *          PARA QUE TODA ENTRADA DE DADOS PASSE PELO MESMO
      *          CONJUNTO DE REGRAS.
      *          O CEP INFORMADO PRECISA EXISTIR NA BASE DOS CORREIOS
      *          (CEPS.DAT, CARREGADA PELO CEPCNTT), QUE DEVOLVE A
      *          CIDADE/UF PARA O PREENCHIMENTO AUTOMATICO, E O DDD DO
      *          TELEFONE E CONFERIDO COM A UF DO ENDERECO.
      *          NA FUNCAO J CONFERE SO O CNPJ DO CADASTRO DE EMPRESAS
      *          (EMPCNTT), PELOS DOIS DIGITOS VERIFICADORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPS ASSIGN TO "CEPS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CEP-CODIGO
                  FILE STATUS IS WS-CEP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CEPS.
       COPY CEP.CPY.
       WORKING-STORAGE SECTION.
       01  WS-CEP-FILE-STATUS                  PIC X(02).
       01  WS-DDD                              PIC 9(02)   VALUE ZEROS.
       01  WS-IND-DDD                          PIC 9(02)   VALUE ZEROS.
       01  WS-UF-ENDERECO                      PIC X(02).
       COPY DDDUF.CPY.
       01  WS-CAMPO-TRABALHO                   PIC X(40).
       01  WS-TAM-CAMPO                        PIC 9(02)   VALUE ZEROS.
       01  WS-POS                              PIC 9(02)   VALUE ZEROS.
       01  WS-ACHOU-PONTO                      PIC X(01)   VALUE 'N'.
           88  WS-PONTO-ACHADO                             VALUE 'S'.
       01  WS-MIN-DIGITOS-TELEFONE             PIC 9(02)   VALUE 10.
      * PESOS DO CALCULO DOS DIGITOS VERIFICADORES DO CNPJ: O PRIMEIRO
      * DIGITO USA OS 12 PESOS A PARTIR DA SEGUNDA POSICAO DA TABELA,
      * O SEGUNDO USA OS 13 A PARTIR DA PRIMEIRA.
       01  WS-PESOS-CNPJ-VALORES.
           03  FILLER                          PIC X(13)
                                               VALUE '6543298765432'.
       01  WS-PESOS-CNPJ REDEFINES WS-PESOS-CNPJ-VALORES.
           03  WS-PESO-CNPJ OCCURS 13          PIC 9(01).
       01  WS-CNPJ-NUMERICO                    PIC X(14).
       01  WS-CNPJ-DIGITOS REDEFINES WS-CNPJ-NUMERICO.
           03  WS-CNPJ-DIGITO OCCURS 14        PIC 9(01).
       01  WS-SOMA-CNPJ                        PIC 9(04)   VALUE ZEROS.
       01  WS-RESTO-CNPJ                       PIC 9(02)   VALUE ZEROS.
       01  WS-QUOCIENTE-CNPJ                   PIC 9(04)   VALUE ZEROS.
       01  WS-DV-CALCULADO                     PIC 9(01)   VALUE ZEROS.
       01  WS-QTD-POSICOES                     PIC 9(02)   VALUE ZEROS.
       01  WS-DESLOCAMENTO                     PIC 9(02)   VALUE ZEROS.
       01  WS-CNPJ-REPETIDO                    PIC X(01)   VALUE 'S'.
           88  WS-CNPJ-DIGITOS-IGUAIS                      VALUE 'S'.
       LINKAGE SECTION.
       COPY VALIDCT.CPY.
       PROCEDURE DIVISION USING WS-VAL-AREA.
       MAIN-PROCEDURE.
            SET WS-VAL-OK                      TO TRUE
            MOVE SPACES                        TO WS-VAL-MOTIVO
            MOVE SPACES                        TO WS-VAL-AVISO
            MOVE SPACES                        TO WS-VAL-CEP-SITUACAO
            MOVE SPACES                        TO WS-VAL-CEP-CIDADE
            MOVE SPACES                        TO WS-VAL-CEP-UF
            IF WS-VAL-SO-CONSULTA-CEP
               MOVE SPACES                     TO WS-VAL-FUNCAO
               IF WS-VAL-CEP NOT = SPACES AND
                  WS-VAL-CEP IS NUMERIC
                  PERFORM P410-CONSULTA-CEP
               END-IF
               GOBACK
            END-IF
            IF WS-VAL-SO-CNPJ
               MOVE SPACES                     TO WS-VAL-FUNCAO
               PERFORM P600-VALIDA-CNPJ
               GOBACK
            END-IF
            PERFORM P100-VALIDA-TELEFONE
            IF WS-VAL-OK
               PERFORM P200-VALIDA-NOME
            IF WS-VAL-OK
               PERFORM P400-VALIDA-CEP
            END-IF
            IF WS-VAL-OK
               PERFORM P500-CONFERE-DDD
            END-IF
            GOBACK
           .
       P100-VALIDA-TELEFONE.
            END-IF
           .
      * CEP EM BRANCO NAO E CRITICADO (ENDERECOS DE LINHA LIVRE DA
      * BASE ANTIGA); QUANDO INFORMADO PRECISA TER OS 8 DIGITOS E
      * EXISTIR NA BASE DOS CORREIOS. ENQUANTO A BASE NAO FOR
      * CARREGADA (CEPS.DAT AUSENTE) VALE SO O FORMATO.
       P400-VALIDA-CEP.
            IF WS-VAL-CEP NOT = SPACES
               IF WS-VAL-CEP IS NOT NUMERIC
                  SET WS-VAL-CEP-INVALIDO      TO TRUE
                  MOVE 'CEP DEVE TER 8 DIGITOS (SOMENTE NUMEROS)'
                                               TO WS-VAL-MOTIVO
               ELSE
                  PERFORM P410-CONSULTA-CEP
                  IF WS-VAL-CEP-DESCONHECIDO
                     SET WS-VAL-CEP-INEXISTENTE TO TRUE
                     MOVE 'CEP NAO CONSTA DA BASE DOS CORREIOS'
                                               TO WS-VAL-MOTIVO
                  END-IF
               END-IF
            END-IF
           .
       P410-CONSULTA-CEP.
            OPEN INPUT CEPS
            IF WS-CEP-FILE-STATUS NOT = '00'
               SET WS-VAL-CEP-SEM-BASE         TO TRUE
            ELSE
               MOVE WS-VAL-CEP                 TO CEP-CODIGO
               READ CEPS
                  INVALID KEY
                     SET WS-VAL-CEP-DESCONHECIDO TO TRUE
                  NOT INVALID KEY
                     SET WS-VAL-CEP-CONHECIDO  TO TRUE
                     MOVE CEP-CIDADE           TO WS-VAL-CEP-CIDADE
                     MOVE CEP-UF               TO WS-VAL-CEP-UF
               END-READ
               CLOSE CEPS
            END-IF
           .
      * O DDD QUE NAO EXISTE OU QUE E DE OUTRA UF (A DO CEP, QUANDO
      * CONHECIDO, SENAO A INFORMADA PELO CHAMADOR) SO GERA AVISO: O
      * CELULAR CONTINUA COM O DDD DE ORIGEM QUANDO O CLIENTE MUDA DE
      * ESTADO, ENTAO A DIVERGENCIA E SINALIZADA PARA CONFERENCIA E
      * NAO RECUSADA. O TELEFONE JA PASSOU PELA CRITICA DE DIGITOS; O
      * ZERO DE OPERADORA/DISCAGEM NA FRENTE E DESCONSIDERADO.
       P500-CONFERE-DDD.
            IF WS-VAL-CEP-CONHECIDO
               MOVE WS-VAL-CEP-UF              TO WS-UF-ENDERECO
            ELSE
               MOVE WS-VAL-UF                  TO WS-UF-ENDERECO
            END-IF
            INSPECT WS-UF-ENDERECO CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE SPACES                        TO WS-CAMPO-TRABALHO
            MOVE FUNCTION TRIM(WS-VAL-TELEFONE)
                                               TO WS-CAMPO-TRABALHO
            IF WS-CAMPO-TRABALHO(1:1) = '0'
               MOVE WS-CAMPO-TRABALHO(2:2)     TO WS-DDD
            ELSE
               MOVE WS-CAMPO-TRABALHO(1:2)     TO WS-DDD
            END-IF
            IF WS-DDD < 10
               STRING 'DDD ' WS-DDD ' NAO EXISTE - CONFIRA O TELEFONE'
                      DELIMITED BY SIZE      INTO WS-VAL-AVISO
            ELSE
               COMPUTE WS-IND-DDD = WS-DDD - 9
               IF WS-DDD-UF(WS-IND-DDD) = SPACES
                  STRING 'DDD ' WS-DDD
                         ' NAO EXISTE - CONFIRA O TELEFONE'
                         DELIMITED BY SIZE   INTO WS-VAL-AVISO
               ELSE
                  IF WS-UF-ENDERECO NOT = SPACES AND
                     WS-DDD-UF(WS-IND-DDD) NOT = WS-UF-ENDERECO
                     STRING 'DDD ' WS-DDD ' E DE '
                            WS-DDD-UF(WS-IND-DDD)
                            ' MAS O ENDERECO E DE ' WS-UF-ENDERECO
                            DELIMITED BY SIZE
                                             INTO WS-VAL-AVISO
                  END-IF
               END-IF
            END-IF
           .
      * CNPJ: 14 DIGITOS, NAO TODOS IGUAIS (00000000000000,
      * 11111111111111, ... PASSAM NO CALCULO MAS NAO EXISTEM), E OS
      * DOIS ULTIMOS CONFERIDOS PELO MODULO 11 DA RECEITA FEDERAL.
       P600-VALIDA-CNPJ.
            MOVE WS-VAL-CNPJ                   TO WS-CNPJ-NUMERICO
            IF WS-CNPJ-NUMERICO IS NOT NUMERIC
               SET WS-VAL-CNPJ-INVALIDO        TO TRUE
               MOVE 'CNPJ DEVE TER 14 DIGITOS NUMERICOS'
                                               TO WS-VAL-MOTIVO
            ELSE
               MOVE 'S'                        TO WS-CNPJ-REPETIDO
               PERFORM VARYING WS-POS FROM 2 BY 1 UNTIL WS-POS > 14
                  IF WS-CNPJ-DIGITO(WS-POS) NOT = WS-CNPJ-DIGITO(1)
                     MOVE 'N'                  TO WS-CNPJ-REPETIDO
                  END-IF
               END-PERFORM
               IF WS-CNPJ-DIGITOS-IGUAIS
                  SET WS-VAL-CNPJ-INVALIDO     TO TRUE
                  MOVE 'CNPJ INVALIDO (DIGITOS TODOS IGUAIS)'
                                               TO WS-VAL-MOTIVO
               ELSE
                  MOVE 'S'                     TO WS-CAMPO-COM-ERRO
                  MOVE 12                      TO WS-QTD-POSICOES
                  PERFORM P610-CALCULA-DV-CNPJ
                  IF WS-DV-CALCULADO = WS-CNPJ-DIGITO(13)
                     MOVE 13                   TO WS-QTD-POSICOES
                     PERFORM P610-CALCULA-DV-CNPJ
                     IF WS-DV-CALCULADO = WS-CNPJ-DIGITO(14)
                        MOVE 'N'               TO WS-CAMPO-COM-ERRO
                     END-IF
                  END-IF
                  IF WS-CAMPO-ERRADO
                     SET WS-VAL-CNPJ-INVALIDO  TO TRUE
                     MOVE 'CNPJ INVALIDO (DIGITO VERIFICADOR)'
                                               TO WS-VAL-MOTIVO
                  END-IF
               END-IF
            END-IF
           .
      * SOMA AS WS-QTD-POSICOES PRIMEIRAS POSICOES PELOS PESOS (OS 12
      * OU 13 ULTIMOS DA TABELA); RESTO MENOR QUE 2 DA DIGITO ZERO,
      * SENAO 11 MENOS O RESTO.
       P610-CALCULA-DV-CNPJ.
            MOVE ZEROS                         TO WS-SOMA-CNPJ
            COMPUTE WS-DESLOCAMENTO = 13 - WS-QTD-POSICOES
            PERFORM VARYING WS-POS FROM 1 BY 1
                    UNTIL WS-POS > WS-QTD-POSICOES
               COMPUTE WS-SOMA-CNPJ = WS-SOMA-CNPJ +
                       WS-CNPJ-DIGITO(WS-POS) *
                       WS-PESO-CNPJ(WS-POS + WS-DESLOCAMENTO)
            END-PERFORM
            DIVIDE WS-SOMA-CNPJ BY 11 GIVING WS-QUOCIENTE-CNPJ
                   REMAINDER WS-RESTO-CNPJ
            IF WS-RESTO-CNPJ < 2
               MOVE ZEROS                      TO WS-DV-CALCULADO
            ELSE
               COMPUTE WS-DV-CALCULADO = 11 - WS-RESTO-CNPJ
            END-IF
           .
       END PROGRAM VALCNTT.
