      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: RELATORIOS IMPRESSOS DA AGENDA DE RETORNOS
      *          (AGENDA.DAT), NA ORDEM DA CHAVE ALTERNATIVA
      *          (OPERADOR + VENCIMENTO):
      *          (D) AGENDA DO DIA: RETORNOS EM ABERTO QUE VENCEM HOJE
      *              OU JA VENCERAM, UMA PAGINA POR OPERADOR. O
      *              OPERADOR RECEBE SO A PROPRIA AGENDA; O SUPERVISOR
      *              ESCOLHE UM OPERADOR OU TODOS;
      *          (A) ATRASADOS: RETORNOS EM ABERTO COM VENCIMENTO
      *              ANTERIOR A HOJE, AGRUPADOS POR OPERADOR COM OS
      *              DIAS DE ATRASO. RESTRITO A SUPERVISORES.
      *          MESMO ESTILO DO ATVCNTT (CABECALHO, QUEBRA DE PAGINA
      *          E TOTAIS); CADA RELATORIO E DATADO E REGISTRADO NO
      *          CATALOGO DE SPOOL VIA SPLCNTT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDCNTT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AG-CHAVE
                  ALTERNATE RECORD KEY IS AG-CHAVE-OPERADOR
                         WITH DUPLICATES
                  FILE STATUS IS WS-AGD-FILE-STATUS.
           SELECT CONTATOS ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CT-TELEFONE
                  ALTERNATE RECORD KEY IS CT-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-FILE-STATUS.
      * CADA EXECUCAO GRAVA UM RELATORIO DATADO (COMO OS BACKUPS DO
      * BKPCNTT) E O REGISTRA NO CATALOGO DE SPOOL VIA SPLCNTT.
           SELECT RELATORIO ASSIGN TO DYNAMIC WS-NOME-RELATORIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA.
       COPY AGENDA.CPY.
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  RELATORIO.
       01  REL-LINHA                           PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-AGD-FILE-STATUS                  PIC X(02).
       01  WS-FILE-STATUS                      PIC X(02).
       01  WS-REL-FILE-STATUS                  PIC X(02).
       01  WS-FIM-ARQUIVO                      PIC X(01)   VALUE 'N'.
           88  WS-FIM                                      VALUE 'S'.
       01  WS-CONTATOS-ABERTO                  PIC X(01)   VALUE 'N'.
           88  WS-TEM-CONTATOS                             VALUE 'S'.
       01  WS-DATA-HORA-SISTEMA                PIC X(21).
       01  WS-DATA-EDITADA                     PIC X(10).
       01  WS-DATA-HOJE                        PIC 9(08).
       01  WS-VENCIMENTO-NUM                   PIC 9(08).
       01  WS-VENCIMENTO-EDITADO               PIC X(10).
       01  WS-DIAS-ATRASO                      PIC 9(04).
       01  WS-TIPO-RELATORIO                   PIC X(01)   VALUE SPACE.
           88  WS-REL-DIARIO                               VALUE 'D'.
           88  WS-REL-ATRASADOS                            VALUE 'A'.
       01  WS-FILTRO-OPERADOR                  PIC X(08)   VALUE SPACES.
       01  WS-OPERADOR-QUEBRA                  PIC X(08)   VALUE SPACES.
       01  WS-PRIMEIRO-OPERADOR                PIC X(01)   VALUE 'S'.
           88  WS-E-PRIMEIRO-OPERADOR                      VALUE 'S'.
       01  WS-NOME-CONTATO                     PIC X(30).
       01  WS-NUMERO-PAGINA                    PIC 9(03)   VALUE ZEROS.
       01  WS-LINHAS-NA-PAGINA                 PIC 9(02)   VALUE ZEROS.
       01  WS-MAX-LINHAS-PAGINA                PIC 9(02)   VALUE 40.
       01  WS-QTD-OPERADOR                     PIC 9(05)   VALUE ZEROS.
       01  WS-ATRASO-OPERADOR                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-RETORNOS                   PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-ATRASADOS                  PIC 9(05)   VALUE ZEROS.
       01  WS-TOTAL-OPERADORES                 PIC 9(03)   VALUE ZEROS.
       01  WS-NOME-RELATORIO                   PIC X(40).
       COPY SPOOLCT.CPY.
       LINKAGE SECTION.
       COPY COMAREA.CPY.
       PROCEDURE DIVISION USING WS-COM-AREA.
       MAIN-PROCEDURE.
            DISPLAY SPACES
            DISPLAY WS-MENSAGEM
            SET WS-RC-OK                       TO TRUE
            MOVE SPACES                        TO WS-FILTRO-OPERADOR
            DISPLAY 'RELATORIO: (D)IARIO POR OPERADOR OU (A)TRASADOS : '
                                                 WITH NO ADVANCING
            ACCEPT WS-TIPO-RELATORIO
            INSPECT WS-TIPO-RELATORIO
                    CONVERTING 'da' TO 'DA'
            EVALUATE TRUE
               WHEN WS-REL-DIARIO
                 PERFORM P050-FILTRO-DIARIO
                 PERFORM P100-EXECUTA
               WHEN WS-REL-ATRASADOS
                 IF WS-MODO-INTERATIVO AND NOT WS-ACESSO-SUPERVISOR
                    DISPLAY 'OPERACAO RESTRITA A SUPERVISORES!'
                    SET WS-RC-CANCELADO        TO TRUE
                 ELSE
                    PERFORM P100-EXECUTA
                 END-IF
               WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA!'
                 SET WS-RC-CANCELADO           TO TRUE
            END-EVALUATE
            GOBACK
           .
      * O OPERADOR SO TIRA A PROPRIA AGENDA; O SUPERVISOR PODE TIRAR
      * A DE UM OPERADOR OU A DE TODOS (UMA PAGINA POR OPERADOR).
       P050-FILTRO-DIARIO.
            IF WS-ACESSO-SUPERVISOR
               DISPLAY 'OPERADOR (BRANCO=TODOS) : ' WITH NO ADVANCING
               ACCEPT WS-FILTRO-OPERADOR
            ELSE
               MOVE WS-OPERADOR                TO WS-FILTRO-OPERADOR
            END-IF
           .
       P100-EXECUTA.
            MOVE 'N'                           TO WS-CONTATOS-ABERTO
            MOVE 'S'                           TO WS-PRIMEIRO-OPERADOR
            MOVE SPACES                        TO WS-OPERADOR-QUEBRA
            MOVE ZEROS                         TO WS-NUMERO-PAGINA
            MOVE ZEROS                         TO WS-TOTAL-RETORNOS
            MOVE ZEROS                         TO WS-TOTAL-ATRASADOS
            MOVE ZEROS                         TO WS-TOTAL-OPERADORES
            MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA-SISTEMA
            MOVE WS-DATA-HORA-SISTEMA(1:8)     TO WS-DATA-HOJE
            STRING WS-DATA-HORA-SISTEMA(7:2) '/'
                   WS-DATA-HORA-SISTEMA(5:2) '/'
                   WS-DATA-HORA-SISTEMA(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-DATA-EDITADA
            MOVE SPACES                        TO WS-NOME-RELATORIO
            IF WS-REL-DIARIO
               STRING 'AGENDA-DIARIA-'
                      WS-DATA-HORA-SISTEMA(1:8) '-'
                      WS-DATA-HORA-SISTEMA(9:6)
                      '.TXT'           DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            ELSE
               STRING 'AGENDA-ATRASADOS-'
                      WS-DATA-HORA-SISTEMA(1:8) '-'
                      WS-DATA-HORA-SISTEMA(9:6)
                      '.TXT'           DELIMITED BY SIZE
                                       INTO WS-NOME-RELATORIO
            END-IF
            OPEN INPUT AGENDA
            IF WS-AGD-FILE-STATUS NOT = '00'
               DISPLAY 'NAO HA RETORNOS AGENDADOS!'
               SET WS-RC-ERRO-ARQUIVO          TO TRUE
            ELSE
               OPEN OUTPUT RELATORIO
               IF WS-REL-FILE-STATUS NOT = '00'
                  DISPLAY 'NAO FOI POSSIVEL GERAR O RELATORIO!'
                  SET WS-RC-ERRO-ARQUIVO       TO TRUE
                  CLOSE AGENDA
               ELSE
      * O NOME DO CONTATO E SO ILUSTRATIVO; SEM O CADASTRO O
      * RELATORIO SAI APENAS COM O TELEFONE.
                  OPEN INPUT CONTATOS
                  IF WS-FILE-STATUS = '00'
                     SET WS-TEM-CONTATOS       TO TRUE
                  END-IF
                  PERFORM P310-IMPRIME-CABECALHO
                  PERFORM P200-LE-AGENDA
                  PERFORM P380-IMPRIME-TOTAIS
                  CLOSE AGENDA
                  IF WS-TEM-CONTATOS
                     CLOSE CONTATOS
                  END-IF
                  CLOSE RELATORIO
                  DISPLAY 'RELATORIO GERADO EM ' WS-NOME-RELATORIO
                  DISPLAY 'RETORNOS LISTADOS: ' WS-TOTAL-RETORNOS
                          '  ATRASADOS: ' WS-TOTAL-ATRASADOS
                  PERFORM P800-REGISTRA-SAIDA
               END-IF
            END-IF
           .
       P200-LE-AGENDA.
            MOVE 'N'                           TO WS-FIM-ARQUIVO
            MOVE WS-FILTRO-OPERADOR            TO AG-OPERADOR
            MOVE LOW-VALUES                    TO AG-VENCIMENTO
            IF WS-FILTRO-OPERADOR = SPACES
               MOVE LOW-VALUES                 TO AG-CHAVE-OPERADOR
            END-IF
            START AGENDA KEY IS NOT LESS THAN AG-CHAVE-OPERADOR
               INVALID KEY
                  SET WS-FIM                    TO TRUE
            END-START
            PERFORM P210-LE-RETORNO UNTIL WS-FIM
            IF NOT WS-E-PRIMEIRO-OPERADOR
               PERFORM P340-IMPRIME-SUBTOTAL
            END-IF
           .
      * DENTRO DE CADA OPERADOR OS RETORNOS CHEGAM EM ORDEM DE
      * VENCIMENTO; OS FUTUROS E OS JA BAIXADOS SAO SALTADOS.
       P210-LE-RETORNO.
            READ AGENDA NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  IF WS-FILTRO-OPERADOR NOT = SPACES AND
                     AG-OPERADOR NOT = WS-FILTRO-OPERADOR
                     SET WS-FIM                 TO TRUE
                  ELSE
                     MOVE AG-VENCIMENTO         TO WS-VENCIMENTO-NUM
                     IF AG-ABERTO AND
                        (WS-VENCIMENTO-NUM < WS-DATA-HOJE OR
                         (WS-REL-DIARIO AND
                          WS-VENCIMENTO-NUM = WS-DATA-HOJE))
                        PERFORM P220-QUEBRA-OPERADOR
                        PERFORM P320-IMPRIME-RETORNO
                     END-IF
                  END-IF
            END-READ
           .
       P220-QUEBRA-OPERADOR.
            IF WS-E-PRIMEIRO-OPERADOR OR
               AG-OPERADOR NOT = WS-OPERADOR-QUEBRA
               IF NOT WS-E-PRIMEIRO-OPERADOR
                  PERFORM P340-IMPRIME-SUBTOTAL
                  IF WS-REL-DIARIO
                     PERFORM P310-IMPRIME-CABECALHO
                  END-IF
               END-IF
               MOVE 'N'                        TO WS-PRIMEIRO-OPERADOR
               MOVE AG-OPERADOR                TO WS-OPERADOR-QUEBRA
               MOVE ZEROS                      TO WS-QTD-OPERADOR
               MOVE ZEROS                      TO WS-ATRASO-OPERADOR
               ADD 1                           TO WS-TOTAL-OPERADORES
               PERFORM P330-IMPRIME-OPERADOR
            END-IF
           .
       P310-IMPRIME-CABECALHO.
            ADD 1                               TO WS-NUMERO-PAGINA
            MOVE ZEROS                          TO WS-LINHAS-NA-PAGINA
            MOVE SPACES                         TO REL-LINHA
            IF WS-REL-DIARIO
               STRING 'AGENDA DE RETORNOS DO DIA'  DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            ELSE
               STRING 'RETORNOS ATRASADOS POR OPERADOR'
                                                    DELIMITED BY SIZE
                   '     DATA: ' WS-DATA-EDITADA    DELIMITED BY SIZE
                   '     PAGINA: ' WS-NUMERO-PAGINA DELIMITED BY SIZE
                                        INTO REL-LINHA
            END-IF
            WRITE REL-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'VENCIMENTO TELEFONE        CONTATO'
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            MOVE 'ATRASO DESCRICAO'             TO REL-LINHA(59:16)
            WRITE REL-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            WRITE REL-LINHA
           .
       P320-IMPRIME-RETORNO.
            PERFORM P350-BUSCA-CONTATO
            MOVE SPACES                        TO WS-VENCIMENTO-EDITADO
            STRING AG-VENCIMENTO(7:2) '/'
                   AG-VENCIMENTO(5:2) '/'
                   AG-VENCIMENTO(1:4)
                                       DELIMITED BY SIZE
                                       INTO WS-VENCIMENTO-EDITADO
            MOVE ZEROS                         TO WS-DIAS-ATRASO
            IF WS-VENCIMENTO-NUM < WS-DATA-HOJE
               COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE(WS-VENCIMENTO-NUM)
               ADD 1                           TO WS-ATRASO-OPERADOR
               ADD 1                           TO WS-TOTAL-ATRASADOS
            END-IF
            ADD 1                              TO WS-QTD-OPERADOR
            ADD 1                              TO WS-TOTAL-RETORNOS
            MOVE SPACES                        TO REL-LINHA
            STRING WS-VENCIMENTO-EDITADO ' '
                   AG-TELEFONE ' '
                   WS-NOME-CONTATO ' '
                   WS-DIAS-ATRASO '   '
                   AG-DESCRICAO
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P330-IMPRIME-OPERADOR.
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE SPACES                         TO REL-LINHA
            STRING 'OPERADOR: ' AG-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P340-IMPRIME-SUBTOTAL.
            MOVE SPACES                         TO REL-LINHA
            STRING '   RETORNOS DE ' WS-OPERADOR-QUEBRA ' : '
                   WS-QTD-OPERADOR
                   '  ATRASADOS : ' WS-ATRASO-OPERADOR
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P350-BUSCA-CONTATO.
            MOVE SPACES                        TO WS-NOME-CONTATO
            IF WS-TEM-CONTATOS
               MOVE AG-TELEFONE                TO CT-TELEFONE
               READ CONTATOS
                  INVALID KEY
                     MOVE '(CONTATO NAO ENCONTRADO)'
                                               TO WS-NOME-CONTATO
                  NOT INVALID KEY
                     MOVE CT-NOME              TO WS-NOME-CONTATO
               END-READ
            END-IF
           .
       P380-IMPRIME-TOTAIS.
            MOVE SPACES                         TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            MOVE ALL '-'                        TO REL-LINHA
            PERFORM P390-GRAVA-LINHA
            IF WS-TOTAL-RETORNOS = 0
               MOVE 'NENHUM RETORNO EM ABERTO PARA O PERIODO.'
                                                TO REL-LINHA
               PERFORM P390-GRAVA-LINHA
            END-IF
            MOVE SPACES                         TO REL-LINHA
            STRING 'TOTAL DE RETORNOS : ' WS-TOTAL-RETORNOS
                   '  ATRASADOS : ' WS-TOTAL-ATRASADOS
                   '  OPERADORES : ' WS-TOTAL-OPERADORES
                                       DELIMITED BY SIZE
                                       INTO REL-LINHA
            PERFORM P390-GRAVA-LINHA
           .
       P800-REGISTRA-SAIDA.
            MOVE 'AGDCNTT'                     TO WS-SPL-PROGRAMA
            MOVE WS-OPERADOR                   TO WS-SPL-OPERADOR
            MOVE WS-NOME-RELATORIO             TO WS-SPL-ARQUIVO
            MOVE WS-TOTAL-RETORNOS             TO WS-SPL-QUANTIDADE
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
       END PROGRAM AGDCNTT.
