           03  LEG-ANT-CATEGORIA               PIC X(03).
           03  LEG-DEP-CATEGORIA               PIC X(03).
       FD  ARQUIVO.
       01  ARQ-REG                             PIC X(714).
       WORKING-STORAGE SECTION.
       01  WS-AUD-FILE-STATUS                  PIC X(02).
       01  WS-LEG-FILE-STATUS                  PIC X(02).
                  MOVE LEG-DEPOIS               TO AUD-DEPOIS
                  MOVE LEG-ANT-CATEGORIA        TO AUD-ANT-CATEGORIA
                  MOVE LEG-DEP-CATEGORIA        TO AUD-DEP-CATEGORIA
      * A TRILHA ANTIGA E ANTERIOR AO ENDERECO ESTRUTURADO, A
      * CONTRAPARTE DE FUSAO, OS TELEFONES ADICIONAIS E A
      * ANONIMIZACAO.
                  MOVE SPACES                   TO AUD-ANT-END-ESTRUT
                  MOVE SPACES                   TO AUD-DEP-END-ESTRUT
                  MOVE SPACES                   TO AUD-ANT-CONS
                  MOVE SPACES                   TO AUD-DEP-CONS
                  MOVE SPACES                   TO AUD-TELEFONE-FUSAO
                  MOVE SPACES                   TO AUD-TEL-ADICIONAL
                  MOVE SPACES                   TO AUD-LGP-APROVADOR
                  MOVE SPACES                   TO AUD-DEVOLUCAO
                  MOVE SPACES                   TO AUD-ANT-EMPRESA
                  MOVE SPACES                   TO AUD-DEP-EMPRESA
                  MOVE LEG-DEP-TELEFONE         TO AUD-TELEFONE
                  PERFORM P120-GRAVA-COM-SEQUENCIA
            END-READ
