      *          (R) RECARGA DE UM BACKUP EM UM ARQUIVO INDEXADO
      *              NOVO, PARA RECONSTRUCAO DE INDICE DANIFICADO;
      *          (C) CONVERSAO UNICA DO ARQUIVO EM UM LAYOUT ANTIGO
      *              (169 BYTES SEM CATEGORIA, 172 BYTES SEM O
      *              ENDERECO ESTRUTURADO, 260 BYTES SEM O
      *              CONSENTIMENTO, 311 BYTES SEM A DEVOLUCAO OU 389
      *              BYTES SEM A EMPRESA) PARA UM BACKUP NO LAYOUT
      *              ATUAL, A SER RECARREGADO EM SEGUIDA PELA FUNCAO R;
      *              NA MESMA FUNCAO, A OPCAO 6 CONVERTE A TRILHA DE
      *              AUDITORIA DO LAYOUT DE 530 BYTES PARA O ATUAL,
      *              GUARDANDO UMA COPIA SEQUENCIAL DATADA E
      *              RECONSTRUINDO O AUDITORIA-IX.DAT A PARTIR DELA;
      *          (F) RECUPERACAO COM AVANCO: RECARGA DO BACKUP E, EM
      *              SEGUIDA, REAPLICACAO DAS IMAGENS DEPOIS DA
      *              TRILHA DE AUDITORIA EM ORDEM DE DATA/HORA, PARA
                  ALTERNATE RECORD KEY IS ANTR-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-ANTR-FILE-STATUS.
      * VISAO DO ARQUIVO DE CONTATOS NO LAYOUT DE 260 BYTES (COM O
      * ENDERECO ESTRUTURADO MAS SEM O CONSENTIMENTO), USADA SOMENTE
      * PELA FUNCAO C.
           SELECT PREVIO ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-TELEFONE
                  ALTERNATE RECORD KEY IS PRV-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-PRV-FILE-STATUS.
      * VISAO DO ARQUIVO DE CONTATOS NO LAYOUT DE 311 BYTES (COM O
      * CONSENTIMENTO MAS SEM A DEVOLUCAO), USADA SOMENTE PELA
      * FUNCAO C.
           SELECT RECENTE ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCT-TELEFONE
                  ALTERNATE RECORD KEY IS RCT-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-RCT-FILE-STATUS.
      * VISAO DO ARQUIVO DE CONTATOS NO LAYOUT DE 389 BYTES (COM A
      * DEVOLUCAO MAS SEM A EMPRESA), USADA SOMENTE PELA FUNCAO C.
           SELECT VIGENTE ASSIGN TO "CONTATOS.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIG-TELEFONE
                  ALTERNATE RECORD KEY IS VIG-NOME
                         WITH DUPLICATES
                  FILE STATUS IS WS-VIG-FILE-STATUS.
      * VISAO DA TRILHA DE AUDITORIA NO LAYOUT DE 530 BYTES (ATE A
      * CONTRAPARTE DA FUSAO), USADA SOMENTE PELA FUNCAO C; AS CHAVES
      * FICAM NAS MESMAS POSICOES DO AUDITORIA.CPY.
           SELECT TRILHA-ANTIGA ASSIGN TO "AUDITORIA-IX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRA-CHAVE
                  ALTERNATE RECORD KEY IS TRA-ANT-TELEFONE
                         WITH DUPLICATES
                  FILE STATUS IS WS-TRA-FILE-STATUS.
           SELECT COPIA-TRILHA ASSIGN TO DYNAMIC WS-NOME-BACKUP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CTR-FILE-STATUS.
           SELECT AUDITORIA ASSIGN TO "AUDITORIA-IX.DAT"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       FD  CONTATOS.
       COPY CONTATO.CPY.
       FD  SEGURANCA.
       01  SEG-REG                             PIC X(394).
       FD  MORTO.
       01  MORTO-REG                           PIC X(394).
       FD  ANTIGO.
       01  ANT-REG.
           03  ANT-TELEFONE                    PIC X(15).
           03  ANTR-TELEFONE                   PIC X(15).
           03  ANTR-NOME                       PIC X(40).
           03  FILLER                          PIC X(117).
       FD  PREVIO.
       01  PRV-REG.
           03  PRV-TELEFONE                    PIC X(15).
           03  PRV-NOME                        PIC X(40).
           03  FILLER                          PIC X(205).
       FD  RECENTE.
       01  RCT-REG.
           03  RCT-TELEFONE                    PIC X(15).
           03  RCT-NOME                        PIC X(40).
           03  FILLER                          PIC X(256).
       FD  VIGENTE.
       01  VIG-REG.
           03  VIG-TELEFONE                    PIC X(15).
           03  VIG-NOME                        PIC X(40).
           03  FILLER                          PIC X(334).
       FD  TRILHA-ANTIGA.
       01  TRA-REG.
           03  TRA-CHAVE                       PIC X(32).
           03  FILLER                          PIC X(09).
           03  TRA-ANT-TELEFONE                PIC X(15).
           03  FILLER                          PIC X(474).
       FD  COPIA-TRILHA.
       01  CTR-REG                             PIC X(714).
       FD  AUDITORIA.
       COPY AUDITORIA.CPY.
       FD  PARAMETROS.
           03  CLS-DEP-STATUS                  PIC X(01).
           03  CLS-DEP-CATEGORIA               PIC X(03).
           03  CLS-DEP-END-ESTRUT              PIC X(88).
           03  CLS-DEP-CONSENTIMENTO           PIC X(51).
           03  CLS-DEV-CANAL                   PIC X(01).
           03  CLS-DEV-MOTIVO                  PIC X(30).
           03  CLS-DEP-EMPRESA                 PIC X(05).
       WORKING-STORAGE SECTION.
       01  WS-PAR-FILE-STATUS                  PIC X(02).
       01  WS-RES-FILE-STATUS                  PIC X(02).
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-ANT-FILE-STATUS                  PIC X(02).
       01  WS-ANTR-FILE-STATUS                 PIC X(02).
       01  WS-PRV-FILE-STATUS                  PIC X(02).
       01  WS-RCT-FILE-STATUS                  PIC X(02).
       01  WS-VIG-FILE-STATUS                  PIC X(02).
       01  WS-TRA-FILE-STATUS                  PIC X(02).
       01  WS-CTR-FILE-STATUS                  PIC X(02).
       01  WS-COPIA-TRILHA                     PIC X(01)   VALUE 'S'.
           88  WS-COPIA-TRILHA-OK                          VALUE 'S'.
       01  WS-LAYOUT-ORIGEM                    PIC X(01).
       01  WS-DEVOLUCAO-LIDA.
           03  WS-DEV-LIDA-EMAIL               PIC X(39).
           03  WS-DEV-LIDA-CORREIO             PIC X(39).
       01  WS-FUNCAO                           PIC X(01).
       01  WS-RESPOSTA                         PIC X(01).
       01  WS-NOME-BACKUP                      PIC X(30).
      * COM A CATEGORIA EM BRANCO; EM SEGUIDA USE A FUNCAO R PARA
      * RECONSTRUIR O ARQUIVO INDEXADO COM AS CHAVES NOVAS.
       P400-EXECUTA-CONVERSAO.
            DISPLAY 'LAYOUT DE ORIGEM: (1) 169 BYTES SEM CATEGORIA, '
                    '(2) 172 BYTES SEM ENDERECO ESTRUTURADO '
                    '(3) 260 BYTES SEM CONSENTIMENTO '
                    '(4) 311 BYTES SEM DEVOLUCAO '
                    '(5) 389 BYTES SEM EMPRESA '
                    'OU (6) TRILHA DE AUDITORIA DE 530 BYTES : '
                                                 WITH NO ADVANCING
            ACCEPT WS-LAYOUT-ORIGEM
            MOVE SPACES                        TO WS-NOME-BACKUP
                   WS-DATA-HORA-SISTEMA(1:8)
                   '.DAT'                  DELIMITED BY SIZE
                                           INTO WS-NOME-BACKUP
            EVALUATE WS-LAYOUT-ORIGEM
               WHEN '2'
                 PERFORM P430-CONVERSAO-DO-172
               WHEN '3'
                 PERFORM P450-CONVERSAO-DO-260
               WHEN '4'
                 PERFORM P470-CONVERSAO-DO-311
               WHEN '5'
                 PERFORM P490-CONVERSAO-DO-389
               WHEN '6'
                 MOVE SPACES                   TO WS-NOME-BACKUP
                 STRING 'AUDITORIA-BACKUP-'
                        WS-DATA-HORA-SISTEMA(1:8)
                        '.DAT'             DELIMITED BY SIZE
                                           INTO WS-NOME-BACKUP
                 PERFORM P600-CONVERSAO-TRILHA-530
               WHEN OTHER
                 PERFORM P405-CONVERSAO-DO-169
            END-EVALUATE
           .
       P405-CONVERSAO-DO-169.
            OPEN INPUT ANTIGO
               END-READ
            END-PERFORM
           .
      * OS CONTATOS CONVERTIDOS DO LAYOUT DE 260 BYTES FICAM COM O
      * CONSENTIMENTO EM BRANCO (NUNCA CONSULTADOS EM NENHUM CANAL).
       P450-CONVERSAO-DO-260.
            OPEN INPUT PREVIO
            IF WS-PRV-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NO LAYOUT DE 260 BYTES NAO PODE SER '
                       'ABERTO (STATUS ' WS-PRV-FILE-STATUS ')!'
            ELSE
               OPEN OUTPUT SEGURANCA
               IF WS-SEG-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO CRIAR O ARQUIVO DE BACKUP!'
                  CLOSE PREVIO
               ELSE
                  MOVE 'N'                     TO WS-FIM-ARQUIVO
                  PERFORM P460-CONVERTE-DO-260
                  CLOSE PREVIO
                  CLOSE SEGURANCA
                  DISPLAY 'CONVERSAO GERADA EM ' WS-NOME-BACKUP
                  DISPLAY 'CONTATOS CONVERTIDOS: ' WS-TOTAL-COPIADOS
                  DISPLAY 'AGORA EXECUTE A FUNCAO R PARA RECONSTRUIR '
                          'O ARQUIVO INDEXADO!'
                  MOVE 'OK'                    TO WS-RESULTADO-FINAL
                  MOVE SPACES                  TO WS-RESUMO-RESULTADO
                  STRING 'CONVERTIDOS ' WS-TOTAL-COPIADOS
                         ' EM ' WS-NOME-BACKUP
                                       DELIMITED BY SIZE
                                       INTO WS-RESUMO-RESULTADO
               END-IF
            END-IF
           .
       P460-CONVERTE-DO-260.
            PERFORM UNTIL WS-FIM
               READ PREVIO NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     MOVE SPACES                TO SEG-REG
                     MOVE PRV-REG               TO SEG-REG(1:260)
                     WRITE SEG-REG
                     ADD 1                      TO WS-TOTAL-COPIADOS
               END-READ
            END-PERFORM
           .
      * OS CONTATOS CONVERTIDOS DO LAYOUT DE 311 BYTES FICAM COM A
      * DEVOLUCAO EM BRANCO (NENHUM CANAL MARCADO COMO DEVOLVIDO).
       P470-CONVERSAO-DO-311.
            OPEN INPUT RECENTE
            IF WS-RCT-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NO LAYOUT DE 311 BYTES NAO PODE SER '
                       'ABERTO (STATUS ' WS-RCT-FILE-STATUS ')!'
            ELSE
               OPEN OUTPUT SEGURANCA
               IF WS-SEG-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO CRIAR O ARQUIVO DE BACKUP!'
                  CLOSE RECENTE
               ELSE
                  MOVE 'N'                     TO WS-FIM-ARQUIVO
                  PERFORM P480-CONVERTE-DO-311
                  CLOSE RECENTE
                  CLOSE SEGURANCA
                  DISPLAY 'CONVERSAO GERADA EM ' WS-NOME-BACKUP
                  DISPLAY 'CONTATOS CONVERTIDOS: ' WS-TOTAL-COPIADOS
                  DISPLAY 'AGORA EXECUTE A FUNCAO R PARA RECONSTRUIR '
                          'O ARQUIVO INDEXADO!'
                  MOVE 'OK'                    TO WS-RESULTADO-FINAL
                  MOVE SPACES                  TO WS-RESUMO-RESULTADO
                  STRING 'CONVERTIDOS ' WS-TOTAL-COPIADOS
                         ' EM ' WS-NOME-BACKUP
                                       DELIMITED BY SIZE
                                       INTO WS-RESUMO-RESULTADO
               END-IF
            END-IF
           .
       P480-CONVERTE-DO-311.
            PERFORM UNTIL WS-FIM
               READ RECENTE NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     MOVE SPACES                TO SEG-REG
                     MOVE RCT-REG               TO SEG-REG(1:311)
                     WRITE SEG-REG
                     ADD 1                      TO WS-TOTAL-COPIADOS
               END-READ
            END-PERFORM
           .
      * OS CONTATOS CONVERTIDOS DO LAYOUT DE 389 BYTES FICAM SEM
      * EMPRESA (CODIGO EM BRANCO).
       P490-CONVERSAO-DO-389.
            OPEN INPUT VIGENTE
            IF WS-VIG-FILE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NO LAYOUT DE 389 BYTES NAO PODE SER '
                       'ABERTO (STATUS ' WS-VIG-FILE-STATUS ')!'
            ELSE
               OPEN OUTPUT SEGURANCA
               IF WS-SEG-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO CRIAR O ARQUIVO DE BACKUP!'
                  CLOSE VIGENTE
               ELSE
                  MOVE 'N'                     TO WS-FIM-ARQUIVO
                  PERFORM P495-CONVERTE-DO-389
                  CLOSE VIGENTE
                  CLOSE SEGURANCA
                  DISPLAY 'CONVERSAO GERADA EM ' WS-NOME-BACKUP
                  DISPLAY 'CONTATOS CONVERTIDOS: ' WS-TOTAL-COPIADOS
                  DISPLAY 'AGORA EXECUTE A FUNCAO R PARA RECONSTRUIR '
                          'O ARQUIVO INDEXADO!'
                  MOVE 'OK'                    TO WS-RESULTADO-FINAL
                  MOVE SPACES                  TO WS-RESUMO-RESULTADO
                  STRING 'CONVERTIDOS ' WS-TOTAL-COPIADOS
                         ' EM ' WS-NOME-BACKUP
                                       DELIMITED BY SIZE
                                       INTO WS-RESUMO-RESULTADO
               END-IF
            END-IF
           .
       P495-CONVERTE-DO-389.
            PERFORM UNTIL WS-FIM
               READ VIGENTE NEXT RECORD
                  AT END
                     SET WS-FIM                 TO TRUE
                  NOT AT END
                     MOVE SPACES                TO SEG-REG
                     MOVE VIG-REG               TO SEG-REG(1:389)
                     WRITE SEG-REG
                     ADD 1                      TO WS-TOTAL-COPIADOS
               END-READ
            END-PERFORM
           .
      * A TRILHA GRAVADA NO LAYOUT DE 530 BYTES NAO ABRE NOS PROGRAMAS
      * QUE USAM O AUDITORIA.CPY ATUAL. ELA E DESCARREGADA PARA UMA
      * COPIA SEQUENCIAL DATADA JA NO LAYOUT NOVO (OS GRUPOS
      * ACRESCENTADOS DEPOIS DA CONTRAPARTE DA FUSAO FICAM EM BRANCO,
      * COMO OS LANCAMENTOS ANTIGOS SAO LIDOS) E O AUDITORIA-IX.DAT E
      * RECRIADO A PARTIR DA COPIA, QUE FICA GUARDADA. SE A DESCARGA
      * FALHAR, A TRILHA ORIGINAL NAO E TOCADA.
       P600-CONVERSAO-TRILHA-530.
            MOVE ZEROS                         TO WS-TOTAL-COPIADOS
            MOVE ZEROS                         TO WS-TOTAL-RECARREGADOS
            MOVE ZEROS                         TO WS-TOTAL-ERROS
            OPEN INPUT TRILHA-ANTIGA
            IF WS-TRA-FILE-STATUS NOT = '00'
               DISPLAY 'TRILHA NO LAYOUT DE 530 BYTES NAO PODE SER '
                       'ABERTA (STATUS ' WS-TRA-FILE-STATUS ')!'
            ELSE
               OPEN OUTPUT COPIA-TRILHA
               IF WS-CTR-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO CRIAR A COPIA DA TRILHA!'
                  CLOSE TRILHA-ANTIGA
               ELSE
                  MOVE 'N'                     TO WS-FIM-ARQUIVO
                  MOVE 'S'                     TO WS-COPIA-TRILHA
                  PERFORM P610-DESCARREGA-TRILHA UNTIL WS-FIM
                  CLOSE TRILHA-ANTIGA
                  CLOSE COPIA-TRILHA
                  IF WS-COPIA-TRILHA-OK
                     PERFORM P620-RECRIA-TRILHA
                  ELSE
                     DISPLAY 'ERRO AO GRAVAR A COPIA DA TRILHA - '
                             'AUDITORIA-IX.DAT NAO FOI ALTERADO!'
                  END-IF
               END-IF
            END-IF
           .
       P610-DESCARREGA-TRILHA.
            READ TRILHA-ANTIGA NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  MOVE SPACES                   TO CTR-REG
                  MOVE TRA-REG                  TO CTR-REG(1:530)
                  WRITE CTR-REG
                  IF WS-CTR-FILE-STATUS = '00'
                     ADD 1                      TO WS-TOTAL-COPIADOS
                  ELSE
                     MOVE 'N'                   TO WS-COPIA-TRILHA
                     SET WS-FIM                 TO TRUE
                  END-IF
            END-READ
           .
       P620-RECRIA-TRILHA.
            OPEN INPUT COPIA-TRILHA
            IF WS-CTR-FILE-STATUS NOT = '00'
               DISPLAY 'ERRO AO RELER A COPIA DA TRILHA!'
            ELSE
               OPEN OUTPUT AUDITORIA
               IF WS-AUD-FILE-STATUS NOT = '00'
                  DISPLAY 'ERRO AO RECRIAR AUDITORIA-IX.DAT!'
                  CLOSE COPIA-TRILHA
               ELSE
                  MOVE 'N'                     TO WS-FIM-ARQUIVO
                  PERFORM P630-RECARREGA-LANCAMENTO UNTIL WS-FIM
                  CLOSE COPIA-TRILHA
                  CLOSE AUDITORIA
                  DISPLAY 'LANCAMENTOS COPIADOS EM ' WS-NOME-BACKUP
                          ': ' WS-TOTAL-COPIADOS
                  DISPLAY 'LANCAMENTOS RECARREGADOS: '
                          WS-TOTAL-RECARREGADOS
                  DISPLAY 'ERROS DE CHAVE.........: ' WS-TOTAL-ERROS
                  DISPLAY 'GUARDE A COPIA FORA DO DIRETORIO DE '
                          'PRODUCAO!'
                  IF WS-TOTAL-ERROS = 0
                     MOVE 'OK'                 TO WS-RESULTADO-FINAL
                  END-IF
                  MOVE SPACES                  TO WS-RESUMO-RESULTADO
                  STRING 'TRILHA CONVERTIDA ' WS-TOTAL-RECARREGADOS
                         ' ERROS ' WS-TOTAL-ERROS
                         ' COPIA ' WS-NOME-BACKUP
                                       DELIMITED BY SIZE
                                       INTO WS-RESUMO-RESULTADO
               END-IF
            END-IF
           .
       P630-RECARREGA-LANCAMENTO.
            READ COPIA-TRILHA NEXT RECORD
               AT END
                  SET WS-FIM                    TO TRUE
               NOT AT END
                  MOVE CTR-REG                  TO AUD-REG
                  WRITE AUD-REG
                     INVALID KEY
                        ADD 1                   TO WS-TOTAL-ERROS
                        DISPLAY 'CHAVE INVALIDA OU DUPLICADA: '
                                AUD-CHAVE
                     NOT INVALID KEY
                        ADD 1                   TO WS-TOTAL-RECARREGADOS
                  END-WRITE
            END-READ
           .
       P310-RECARREGA-CONTATOS.
            PERFORM UNTIL WS-FIM
               READ SEGURANCA NEXT RECORD
                     MOVE AUD-DEP-STATUS       TO CLS-DEP-STATUS
                     MOVE AUD-DEP-CATEGORIA    TO CLS-DEP-CATEGORIA
                     MOVE AUD-DEP-END-ESTRUT   TO CLS-DEP-END-ESTRUT
                     MOVE AUD-DEP-CONS         TO CLS-DEP-CONSENTIMENTO
                     MOVE AUD-DEV-CANAL        TO CLS-DEV-CANAL
                     MOVE AUD-DEV-MOTIVO       TO CLS-DEV-MOTIVO
                     MOVE AUD-DEP-EMPRESA      TO CLS-DEP-EMPRESA
                     RELEASE CLS-REG
                  END-IF
            END-READ
       P550-APLICA-LANCAMENTO.
            EVALUATE CLS-OPERACAO
               WHEN 'I'
                 MOVE SPACES                   TO CONTATO-REG
                 PERFORM P560-MONTA-REGISTRO-DEPOIS
                 WRITE CONTATO-REG
                    INVALID KEY
               WHEN 'E'
               WHEN 'R'
               WHEN 'M'
               WHEN 'C'
               WHEN 'D'
      * NA OPERACAO S A IMAGEM DEPOIS E O PROPRIO CONTATO DONO DO
      * TELEFONE ADICIONAL, SEM MUDANCA: REGRAVA-LA NAO ALTERA NADA.
               WHEN 'S'
                 MOVE CLS-DEP-TELEFONE         TO CT-TELEFONE
                 READ CONTATOS
                    INVALID KEY
                 END-READ
               WHEN 'T'
                 PERFORM P555-APLICA-TROCA
      * NA ANONIMIZACAO (OP L) A IMAGEM DEPOIS JA E O CONTATO
      * ANONIMIZADO E E REGRAVADA COMO AS DEMAIS. SE O CONTATO JA
      * TINHA IDO PARA O ARQUIVO MORTO ANTES DO PEDIDO, NAO HA O QUE
      * REGRAVAR: O LGPCNTT JA ANONIMIZOU O MORTO E OS BACKUPS.
               WHEN 'L'
                 MOVE CLS-DEP-TELEFONE         TO CT-TELEFONE
                 READ CONTATOS
                    INVALID KEY
                       ADD 1                   TO WS-TOTAL-JA-APLICADOS
                    NOT INVALID KEY
                       PERFORM P560-MONTA-REGISTRO-DEPOIS
                       REWRITE CONTATO-REG
                       ADD 1                   TO WS-TOTAL-REAPLICADOS
                 END-READ
               WHEN OTHER
                 PERFORM P570-RELATA-NAO-REAPLICADO
            END-EVALUATE
            END-READ
           .
      * AS IMAGENS DA AUDITORIA NAO CARREGAM OS CAMPOS DE TRAVA: O
      * REGISTRO REAPLICADO VOLTA SEMPRE LIVRE. TAMBEM NAO CARREGAM A
      * DEVOLUCAO: A DO REGISTRO LIDO E MANTIDA, MENOS O CANAL CUJO
      * E-MAIL OU ENDERECO MUDOU NA IMAGEM DEPOIS (O ALTCONTT LIMPA A
      * MARCA NESSE CASO), E A OPERACAO D MARCA O CANAL DEVOLVIDO.
       P560-MONTA-REGISTRO-DEPOIS.
            MOVE CT-DEVOLUCAO                  TO WS-DEVOLUCAO-LIDA
            IF CT-EMAIL NOT = CLS-DEP-EMAIL
               MOVE SPACES                     TO WS-DEV-LIDA-EMAIL
            END-IF
            IF CT-ENDERECO NOT = CLS-DEP-ENDERECO OR
               CT-ENDERECO-ESTRUT NOT = CLS-DEP-END-ESTRUT
               MOVE SPACES                     TO WS-DEV-LIDA-CORREIO
            END-IF
            MOVE SPACES                        TO CONTATO-REG
            MOVE CLS-DEP-TELEFONE              TO CT-TELEFONE
            MOVE CLS-DEP-NOME                  TO CT-NOME
            MOVE CLS-DEP-STATUS                TO CT-STATUS
            MOVE CLS-DEP-CATEGORIA             TO CT-CATEGORIA
            MOVE CLS-DEP-END-ESTRUT            TO CT-ENDERECO-ESTRUT
            MOVE CLS-DEP-CONSENTIMENTO         TO CT-CONSENTIMENTO
            MOVE CLS-DEP-EMPRESA               TO CT-EMPRESA
            SET CT-REG-LIVRE                   TO TRUE
            MOVE SPACES                        TO CT-OPERADOR-TRAVA
            MOVE SPACES                        TO CT-DATA-HORA-TRAVA
            MOVE WS-DEVOLUCAO-LIDA             TO CT-DEVOLUCAO
            IF CLS-OPERACAO = 'D'
               IF CLS-DEV-CANAL = 'E'
                  SET CT-EMAIL-DEVOLVIDO       TO TRUE
                  MOVE CLS-DATA-HORA(1:8)      TO CT-DEV-EMAIL-DATA
                  MOVE CLS-DEV-MOTIVO          TO CT-DEV-EMAIL-MOTIVO
               ELSE
                  SET CT-CORREIO-DEVOLVIDO     TO TRUE
                  MOVE CLS-DATA-HORA(1:8)      TO CT-DEV-CORR-DATA
                  MOVE CLS-DEV-MOTIVO          TO CT-DEV-CORR-MOTIVO
               END-IF
            END-IF
           .
       P570-RELATA-NAO-REAPLICADO.
            ADD 1                        TO WS-TOTAL-NAO-REAPLICADOS
