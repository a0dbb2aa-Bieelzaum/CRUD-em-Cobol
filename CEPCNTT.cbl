      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: CARGA DA BASE DE CEPS (CEPS.DAT) A PARTIR DO ARQUIVO
      *          DOS CORREIOS (CEPS-CORREIOS.TXT, UMA LINHA POR CEP NO
      *          FORMATO CEP;LOGRADOURO;BAIRRO;CIDADE;UF). CADA CEP
      *          LIDO E INCLUIDO OU ATUALIZADO E CARIMBADO COM A DATA/
      *          HORA DA CARGA; OS CEPS DA BASE QUE NAO VIERAM NO
      *          ARQUIVO NOVO SAO RETIRADOS. O RELATORIO DATADO DA
      *          CARGA LISTA OS CEPS INCLUIDOS, ALTERADOS E RETIRADOS
      *          EM RELACAO A CARGA ANTERIOR E E REGISTRADO NO
      *          CATALOGO DE SPOOL (SPLCNTT). RESTRITO A SUPERVISORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORREIOS ASSIGN TO "CEPS-CORREIOS.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENT-FILE-STATUS.
           SELECT CEPS ASSIGN TO "CEPS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CEP-CODIGO
                  FILE STATUS IS WS-CEP-FILE-STATUS.
      * CADA CARGA GRAVA UM RELATORIO DATADO E O REGISTRA NO CATALOGO
      * DE SPOOL VIA SPLCNTT, COMO OS DEMAIS RELATORIOS.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORREIOS.
       01  ENT-LINHA                           PIC X(200).
       FD  CEPS.
       COPY CEP.CPY.
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-ENT-FILE-STATUS                  PIC X(02).
       01  WS-CEP-FILE-STATUS                  PIC X(02).
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-EDITADA                     PIC X(10).
      * CARIMBO DESTA CARGA (AAAAMMDDHHMMSS), GRAVADO EM CADA CEP
      * CONFIRMADO PELO ARQUIVO; O QUE FICAR COM CARIMBO ANTIGO FOI
      * RETIRADO PELOS CORREIOS.
       01  WS-CARGA-ATUAL                      PIC X(14).
       01  WS-BASE-VAZIA                       PIC X(01)   VALUE 'N'.
           88  WS-CARGA-INICIAL                            VALUE 'S'.
       01  WS-NUMERO-LINHA                     PIC 9(07)   VALUE ZEROS.
       01  WS-LINHA-VALIDA                     PIC X(01)   VALUE 'S'.
           88  WS-LINHA-OK                                 VALUE 'S'.
       01  WS-MOTIVO-REJEICAO                  PIC X(40).
       01  WS-ENT-CEP                          PIC X(09).
       01  WS-ENT-LOGRADOURO                   PIC X(60).
       01  WS-ENT-BAIRRO                       PIC X(40).
       01  WS-ENT-CIDADE                       PIC X(30).
       01  WS-ENT-UF                           PIC X(02).
       01  WS-NOVO-CEP                         PIC X(08).
       01  WS-ANT-CIDADE                       PIC X(30).
       01  WS-ANT-UF                           PIC X(02).
       01  WS-CEP-ALTERADO                     PIC X(01)   VALUE 'N'.
           88  WS-CEP-MUDOU                                VALUE 'S'.
       01  WS-TOTAL-LIDAS                      PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-INCLUIDOS                  PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-ALTERADOS                  PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-INALTERADOS                PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-REPETIDOS                  PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-INVALIDAS                  PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-RETIRADOS                  PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-ERROS                      PIC 9(07)   VALUE ZEROS.
       01  WS-TOTAL-MOVIMENTO                  PIC 9(07)   VALUE ZEROS.
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       01  WS-NOME-RELATORIO                   PIC X(40).
       COPY SPOOLCT.CPY.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            IF WS-MODO-INTERATIVO AND NOT WS-ACESSO-SUPERVISOR
               DISPLAY 'OPERACAO RESTRITA A SUPERVISORES!'
               SET WS-RC-CANCELADO             TO TRUE
            ELSE
               PERFORM P050-EXECUTA
            END-IF
            GOBACK
           .
       P050-EXECUTA.
            MOVE 'N'                           TO WS-BASE-VAZIA
            MOVE ZEROS                         TO WS-NUMERO-LINHA
            MOVE ZEROS                         TO WS-NUMERO-PAGINA
            MOVE ZEROS                         TO WS-TOTAL-LIDAS
            MOVE ZEROS                         TO WS-TOTAL-INCLUIDOS
            MOVE ZEROS                         TO WS-TOTAL-ALTERADOS
            MOVE ZEROS                         TO WS-TOTAL-INALTERADOS
            MOVE ZEROS                         TO WS-TOTAL-REPETIDOS
            MOVE ZEROS                         TO WS-TOTAL-INVALIDAS
            MOVE ZEROS                         TO WS-TOTAL-RETIRADOS
            MOVE ZEROS                         TO WS-TOTAL-ERROS
            MOVE ZEROS                         TO WS-TOTAL-MOVIMENTO
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:14)    TO WS-CARGA-ATUAL
            STRING WS-DATA-HORA-SISTEMA(7:2) '/'
                   WS-DATA-HORA-SISTEMA(5:2) '/'
                   WS-DATA-HORA-SISTEMA(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-RELATORIO
            STRING 'CEPS-CARGA-'
                   WS-DATA-HORA-SISTEMA(1:8) '-'
                   WS-DATA-HORA-SISTEMA(9:6)
                   '.TXT'              DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            OPEN INPUT CORREIOS
            IF WS-ENT-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DOS CORREIOS NAO ENCONTRADO: '
                       'CEPS-CORREIOS.TXT'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            ELSE
               PERFORM P100-ABRE-BASE
               IF WS-CEP-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO ABRIR A BASE DE CEPS (CEPS.DAT)!'
                  SET WS-RC-ERRO-ARQUIVO       TO TRUE
                  CLOSE CORREIOS
               ELSE
                  PERFORM P110-VERIFICA-BASE-VAZIA
                  OPEN OUTPUT RELATORIO
                  IF WS-REL-FILE-STATUS NOT = '00'
                     DISPLAY 'NAO FOI POSSIVEL GERAR O RELATORIO!'
                     SET WS-RC-ERRO-ARQUIVO    TO TRUE
                  ELSE
                     PERFORM P310-IMPRIME-CABECALHO
                     PERFORM P200-CARREGA-ARQUIVO
                     PERFORM P400-RETIRA-CEPS
                     PERFORM P600-IMPRIME-TOTAIS
                     CLOSE RELATORIO
                     DISPLAY 'RELATORIO GERADO EM ' WS-NOME-RELATORIO
                     PERFORM P800-REGISTRA-SAIDA
                  END-IF
                  CLOSE CORREIOS
                  CLOSE CEPS
                  PERFORM P950-EXIBE-RESUMO
               END-IF
            END-IF
           .
       P100-ABRE-BASE.
            OPEN I-O CEPS
            IF WS-CEP-FILE-STATUS = '35'
               CLOSE CEPS
               OPEN OUTPUT CEPS
               CLOSE CEPS
               OPEN I-O CEPS
            END-IF
           .
      * NA PRIMEIRA CARGA (BASE INEXISTENTE OU VAZIA) OS CEPS NAO SAO
      * LISTADOS UM A UM NO RELATORIO, SO TOTALIZADOS: SERIA A BASE
      * INTEIRA DOS CORREIOS.
       P110-VERIFICA-BASE-VAZIA.
            MOVE LOW-VALUES                    TO CEP-CODIGO
            START CEPS KEY IS NOT LESS THAN CEP-CODIGO
               INVALID KEY
                  SET WS-CARGA-INICIAL         TO TRUE
            END-START
           .
       P200-CARREGA-ARQUIVO.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            PERFORM UNTIL WS-FIM
               READ CORREIOS NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     ADD 1                      TO WS-NUMERO-LINHA
                     PERFORM P210-PROCESSA-LINHA
               END-READ
            END-PERFORM
           .
      * UMA LINHA DE CABECALHO (PRIMEIRO CAMPO 'CEP') E IGNORADA. O CEP
      * PODE VIR COM OU SEM O HIFEN (00000-000).
       P210-PROCESSA-LINHA.
            MOVE SPACES                        TO WS-ENT-CEP
            MOVE SPACES                        TO WS-ENT-LOGRADOURO
            MOVE SPACES                        TO WS-ENT-BAIRRO
            MOVE SPACES                        TO WS-ENT-CIDADE
            MOVE SPACES                        TO WS-ENT-UF
            UNSTRING ENT-LINHA DELIMITED BY ';'
                     INTO WS-ENT-CEP
                          WS-ENT-LOGRADOURO
                          WS-ENT-BAIRRO
                          WS-ENT-CIDADE
                          WS-ENT-UF
            END-UNSTRING
            IF ENT-LINHA = SPACES OR
               (WS-NUMERO-LINHA = 1 AND WS-ENT-CEP(1:3) = 'CEP')
               CONTINUE
            ELSE
               ADD 1                           TO WS-TOTAL-LIDAS
               PERFORM P220-CONFERE-LINHA
               IF WS-LINHA-OK
                  PERFORM P230-ATUALIZA-CEP
               ELSE
                  ADD 1                        TO WS-TOTAL-INVALIDAS
                  MOVE SPACES                  TO REL-LINHA
                  STRING 'LINHA ' WS-NUMERO-LINHA ' IGNORADA: '
                         WS-MOTIVO-REJEICAO ' ('
                         ENT-LINHA(1:50) ')'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
                  PERFORM P390-GRAVA-LINHA
               END-IF
            END-IF
           .
       P220-CONFERE-LINHA.
            MOVE 'S'                           TO WS-LINHA-VALIDA
            MOVE SPACES                        TO WS-MOTIVO-REJEICAO
            MOVE SPACES                        TO WS-NOVO-CEP
            IF WS-ENT-CEP(6:1) = '-'
               STRING WS-ENT-CEP(1:5) WS-ENT-CEP(7:3)
                                       DELIMITED BY SIZE
                                       INTO WS-NOVO-CEP
            ELSE
               MOVE WS-ENT-CEP                 TO WS-NOVO-CEP
            END-IF
            INSPECT WS-ENT-CIDADE CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-ENT-UF CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            EVALUATE TRUE
               WHEN WS-NOVO-CEP IS NOT NUMERIC
                 MOVE 'N'                      TO WS-LINHA-VALIDA
                 MOVE 'CEP INVALIDO'           TO WS-MOTIVO-REJEICAO
               WHEN WS-ENT-CIDADE = SPACES
                 MOVE 'N'                      TO WS-LINHA-VALIDA
                 MOVE 'CIDADE EM BRANCO'       TO WS-MOTIVO-REJEICAO
               WHEN WS-ENT-UF = SPACES
                 MOVE 'N'                      TO WS-LINHA-VALIDA
                 MOVE 'UF EM BRANCO'           TO WS-MOTIVO-REJEICAO
            END-EVALUATE
           .
      * UM CEP QUE JA TEM O CARIMBO DESTA CARGA APARECEU DUAS VEZES
      * NO ARQUIVO (CEP DE LOGRADOURO COM MAIS DE UMA FAIXA): VALE A
      * PRIMEIRA LINHA.
       P230-ATUALIZA-CEP.
            MOVE WS-NOVO-CEP                   TO CEP-CODIGO
            READ CEPS
               INVALID KEY
                  MOVE WS-NOVO-CEP             TO CEP-CODIGO
                  MOVE WS-ENT-CIDADE           TO CEP-CIDADE
                  MOVE WS-ENT-UF               TO CEP-UF
                  MOVE WS-CARGA-ATUAL          TO CEP-DATA-CARGA
                  WRITE CEP-REG
                     INVALID KEY
                        ADD 1                  TO WS-TOTAL-ERROS
                        DISPLAY 'ERRO AO INCLUIR O CEP ' CEP-CODIGO
                     NOT INVALID KEY
                        ADD 1                  TO WS-TOTAL-INCLUIDOS
                        IF NOT WS-CARGA-INICIAL
                           MOVE SPACES         TO WS-ANT-CIDADE
                           MOVE SPACES         TO WS-ANT-UF
                           MOVE 'INCLUIDO'     TO REL-LINHA
                           PERFORM P500-IMPRIME-DETALHE
                        END-IF
                  END-WRITE
               NOT INVALID KEY
                  IF CEP-DATA-CARGA = WS-CARGA-ATUAL
                     ADD 1                     TO WS-TOTAL-REPETIDOS
                  ELSE
                     MOVE CEP-CIDADE           TO WS-ANT-CIDADE
                     MOVE CEP-UF               TO WS-ANT-UF
                     MOVE WS-CARGA-ATUAL       TO CEP-DATA-CARGA
                     MOVE 'N'                  TO WS-CEP-ALTERADO
                     IF CEP-CIDADE NOT = WS-ENT-CIDADE OR
                        CEP-UF NOT = WS-ENT-UF
                        MOVE WS-ENT-CIDADE     TO CEP-CIDADE
                        MOVE WS-ENT-UF         TO CEP-UF
                        SET WS-CEP-MUDOU       TO TRUE
                     END-IF
                     REWRITE CEP-REG
                        INVALID KEY
                           ADD 1               TO WS-TOTAL-ERROS
                           DISPLAY 'ERRO AO ATUALIZAR O CEP '
                                   CEP-CODIGO
                        NOT INVALID KEY
                           IF WS-CEP-MUDOU
                              ADD 1            TO WS-TOTAL-ALTERADOS
                              MOVE 'ALTERADO'  TO REL-LINHA
                              PERFORM P500-IMPRIME-DETALHE
                           ELSE
                              ADD 1            TO WS-TOTAL-INALTERADOS
                           END-IF
                     END-REWRITE
                  END-IF
            END-READ
           .
      * SEM NENHUM CEP VALIDO NO ARQUIVO (ARQUIVO VAZIO OU NO LAYOUT
      * ERRADO) A RETIRADA NAO E FEITA: A BASE INTEIRA SERIA APAGADA.
       P400-RETIRA-CEPS.
            IF WS-TOTAL-INCLUIDOS + WS-TOTAL-ALTERADOS
               + WS-TOTAL-INALTERADOS = 0
               MOVE SPACES                     TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               MOVE SPACES                     TO REL-LINHA
               STRING 'NENHUM CEP VALIDO NO ARQUIVO - BASE MANTIDA, '
                      'SEM RETIRADAS'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
               PERFORM P390-GRAVA-LINHA
               DISPLAY 'NENHUM CEP VALIDO NO ARQUIVO - BASE MANTIDA!'
            ELSE
               MOVE 'N'                        TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES                 TO CEP-CODIGO
               START CEPS KEY IS NOT LESS THAN CEP-CODIGO
                  INVALID KEY
                     SET WS-FIM                 TO TRUE
               END-START
               PERFORM P410-CONFERE-RETIRADA UNTIL WS-FIM
            END-IF
           .
       P410-CONFERE-RETIRADA.
            READ CEPS NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF CEP-DATA-CARGA NOT = WS-CARGA-ATUAL
                     MOVE CEP-CIDADE           TO WS-ANT-CIDADE
                     MOVE CEP-UF               TO WS-ANT-UF
                     MOVE CEP-CODIGO           TO WS-NOVO-CEP
                     MOVE SPACES               TO WS-ENT-CIDADE
                     MOVE SPACES               TO WS-ENT-UF
                     DELETE CEPS RECORD
                        INVALID KEY
                           ADD 1               TO WS-TOTAL-ERROS
                           DISPLAY 'ERRO AO RETIRAR O CEP '
                                   CEP-CODIGO
                        NOT INVALID KEY
                           ADD 1               TO WS-TOTAL-RETIRADOS
                           MOVE 'RETIRADO'     TO REL-LINHA
                           PERFORM P500-IMPRIME-DETALHE
                     END-DELETE
                  END-IF
            END-READ
           .
       P310-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CARGA DA BASE DE CEPS DOS CORREIOS'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'SITUACAO CEP       CIDADE/UF ANTERIOR'
                   '                   CIDADE/UF NOVA'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
      * A SITUACAO (INCLUIDO, ALTERADO OU RETIRADO) CHEGA EM REL-LINHA.
       P500-IMPRIME-DETALHE.
            MOVE WS-NOVO-CEP                    TO REL-LINHA(10:8)
            MOVE WS-ANT-CIDADE                  TO REL-LINHA(19:30)
            MOVE WS-ANT-UF                      TO REL-LINHA(50:2)
            MOVE WS-ENT-CIDADE                  TO REL-LINHA(56:30)
            MOVE WS-ENT-UF                      TO REL-LINHA(87:2)
            PERFORM P390-GRAVA-LINHA
           .
       P600-IMPRIME-TOTAIS.
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            IF WS-CARGA-INICIAL
               MOVE 'CARGA INICIAL: CEPS INCLUIDOS NAO LISTADOS'
                                                TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS LIDAS......... : ' WS-TOTAL-LIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CEPS INCLUIDOS....... : ' WS-TOTAL-INCLUIDOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CEPS ALTERADOS....... : ' WS-TOTAL-ALTERADOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CEPS SEM ALTERACAO... : ' WS-TOTAL-INALTERADOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'CEPS RETIRADOS....... : ' WS-TOTAL-RETIRADOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS REPETIDAS..... : ' WS-TOTAL-REPETIDOS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'LINHAS IGNORADAS..... : ' WS-TOTAL-INVALIDAS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'ERROS DE GRAVACAO.... : ' WS-TOTAL-ERROS
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P800-REGISTRA-SAIDA.
            COMPUTE WS-TOTAL-MOVIMENTO = WS-TOTAL-INCLUIDOS
                    + WS-TOTAL-ALTERADOS + WS-TOTAL-RETIRADOS
            MOVE 'CEPCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-MOVIMENTO            TO WS-SPL-QUANTIDADE
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\SPLCNTT'
                                                  USING WS-SPL-AREA
            IF NOT WS-SPL-OK
               DISPLAY 'AVISO: SAIDA NAO REGISTRADA NO CATALOGO!'
            END-IF
           .
       P390-GRAVA-LINHA.
            IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM P310-IMPRIME-CABECALHO
            END-IF
            WRITE REL-LINHA
            ADD 1                               TO WS-LINHAS-NA-PAGINA
           .
       P950-EXIBE-RESUMO.
            DISPLAY '-------------------------------------------------'
            DISPLAY 'RESUMO DA CARGA DE CEPS'
            DISPLAY 'LINHAS LIDAS......... : ' WS-TOTAL-LIDAS
            DISPLAY 'CEPS INCLUIDOS....... : ' WS-TOTAL-INCLUIDOS
            DISPLAY 'CEPS ALTERADOS....... : ' WS-TOTAL-ALTERADOS
            DISPLAY 'CEPS RETIRADOS....... : ' WS-TOTAL-RETIRADOS
            DISPLAY 'LINHAS IGNORADAS..... : ' WS-TOTAL-INVALIDAS
            DISPLAY 'ERROS DE GRAVACAO.... : ' WS-TOTAL-ERROS
            DISPLAY '-------------------------------------------------'
           .
       END PROGRAM CEPCNTT.
