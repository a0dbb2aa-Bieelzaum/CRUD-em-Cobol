      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 02/09/2026
      * Purpose: ORQUESTRADOR DA JANELA NOTURNA. SUBSTITUI OS DISPAROS
      *          MANUAIS EXECUTANDO, NA ORDEM CERTA, VERCNTT
      *          (VERIFICACAO), IMPCNTT (IMPORTACAO DO CRM), LOTCNTT
      *          (LOTE DE MANUTENCAO), DEVCNTT (DEVOLUCOES DE E-MAIL E
      *          CORRESPONDENCIA), LIGCNTT (LIGACOES DA CENTRAL
      *          TELEFONICA) E BKPCNTT (GUARDA). AS RESPOSTAS
      *          QUE ANTES ERAM DIGITADAS NO CONSOLE VEM DO ARQUIVO DE
      *          PARAMETROS NOTURNO.PAR; O LOTE E RECUSADO QUANDO A
      *          VERIFICACAO TERMINA NO-GO; E CADA PASSO E REGISTRADO,
               PERFORM P200-PASSO-VERIFICACAO
               PERFORM P300-PASSO-IMPORTACAO
               PERFORM P400-PASSO-LOTE
               PERFORM P450-PASSO-DEVOLUCOES
               PERFORM P470-PASSO-LIGACOES
               PERFORM P500-PASSO-GUARDA
               MOVE 'JANELA NOTURNA ENCERRADA' TO WS-TEXTO-JORNAL
               PERFORM P760-GRAVA-JORNAL
               PERFORM P760-GRAVA-JORNAL
            END-IF
           .
      * AS MARCAS DE DEVOLUCAO ENTRAM ANTES DA GUARDA, PARA O BACKUP
      * DA NOITE JA SAIR COM ELAS.
       P450-PASSO-DEVOLUCOES.
            MOVE 'DEVOLUCOES-RESULTADO.DAT'    TO WS-NOME-RESULTADO
            PERFORM P700-PREPARA-RESULTADO
            MOVE 'INICIO PASSO 4 - DEVCNTT (DEVOLUCOES)'
                                               TO WS-TEXTO-JORNAL
            PERFORM P760-GRAVA-JORNAL
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\DEVCNTT'
            CANCEL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\DEVCNTT'
            PERFORM P710-LE-RESULTADO
            MOVE SPACES                        TO WS-TEXTO-JORNAL
            STRING 'FIM PASSO 4 - DEVCNTT: ' WS-RES-RESULTADO-LIDO
                   ' ' WS-RES-RESUMO-LIDO
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-JORNAL
            PERFORM P760-GRAVA-JORNAL
           .
      * AS ANOTACOES DAS LIGACOES DO DIA TAMBEM ENTRAM ANTES DA GUARDA.
       P470-PASSO-LIGACOES.
            MOVE 'LIGACOES-RESULTADO.DAT'      TO WS-NOME-RESULTADO
            PERFORM P700-PREPARA-RESULTADO
            MOVE 'INICIO PASSO 5 - LIGCNTT (LIGACOES DA CENTRAL)'
                                               TO WS-TEXTO-JORNAL
            PERFORM P760-GRAVA-JORNAL
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\LIGCNTT'
            CANCEL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\LIGCNTT'
            PERFORM P710-LE-RESULTADO
            MOVE SPACES                        TO WS-TEXTO-JORNAL
            STRING 'FIM PASSO 5 - LIGCNTT: ' WS-RES-RESULTADO-LIDO
                   ' ' WS-RES-RESUMO-LIDO
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-JORNAL
            PERFORM P760-GRAVA-JORNAL
           .
       P500-PASSO-GUARDA.
            MOVE 'GUARDA-RESULTADO.DAT'        TO WS-NOME-RESULTADO
            PERFORM P700-PREPARA-RESULTADO
            MOVE 'INICIO PASSO 6 - BKPCNTT (GUARDA)'
                                               TO WS-TEXTO-JORNAL
            PERFORM P760-GRAVA-JORNAL
            CALL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\BKPCNTT'
            CANCEL 'C:\Users\Gabriel\Desktop\CRUD COBOL\bin\BKPCNTT'
            PERFORM P710-LE-RESULTADO
            MOVE SPACES                        TO WS-TEXTO-JORNAL
            STRING 'FIM PASSO 6 - BKPCNTT: ' WS-RES-RESULTADO-LIDO
                   ' ' WS-RES-RESUMO-LIDO
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-JORNAL
