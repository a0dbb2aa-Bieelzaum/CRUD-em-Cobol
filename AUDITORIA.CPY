      * Date: 15/07/2022
      * Purpose: LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DE CONTATOS
      *          (AUDITORIA-IX.DAT), GRAVADO POR CADCONTT, ALTCONTT,
      *          DELCONTT, REATCNTT, TELCNTT, MRGCNTT, FONCNTT,
      *          LGPCNTT E DEVCNTT A CADA MANUTENCAO. A TRILHA E
      *          INDEXADA PELO TELEFONE CORRENTE DO CONTATO (IMAGEM
      *          DEPOIS) MAIS DATA/HORA E SEQUENCIA, PARA QUE VERCNTT,
      *          BKPCNTT E AUDCONTT LEIAM DIRETO PELA CHAVE EM VEZ DE
      *          VARRER O ARQUIVO INTEIRO POR CONTATO; AUD-ANT-TELEFONE
      *          E CHAVE ALTERNATIVA (COM DUPLICATAS) PARA LOCALIZAR AS
      *          TROCAS QUE SAIRAM DE UM NUMERO. A TRILHA ANTIGA EM
      *          LINHA SEQUENCIAL (AUDITORIA.DAT) E CONVERTIDA UMA
      *          UNICA VEZ PELA FUNCAO C DO ARQCNTT; A TRILHA INDEXADA
      *          GRAVADA NO LAYOUT DE 530 BYTES (ATE A CONTRAPARTE DA
      *          FUSAO) E CONVERTIDA PELA OPCAO 6 DA FUNCAO C DO
      *          BKPCNTT.
      ******************************************************************
       01  AUD-REG.
      * AUD-TELEFONE REPETE O TELEFONE DA IMAGEM DEPOIS; A SEQUENCIA
      * OS CAMPOS ESCOLHIDOS) E UM PARA O CONTATO ABSORVIDO (IMAGEM
      * DEPOIS INATIVADA), MANTENDO RASTREAVEL QUEM ABSORVEU QUEM.
               88  AUD-OP-FUSAO                     VALUE 'M'.
      * MANUTENCAO DOS TELEFONES ADICIONAIS (FONCNTT, E TAMBEM TELCNTT
      * E MRGCNTT AO LEVAREM OS ADICIONAIS PARA OUTRO NUMERO): AS
      * IMAGENS ANTES/DEPOIS SAO O CONTATO DONO, SEM MUDANCA, E O QUE
      * MUDOU FICA NO GRUPO AUD-TEL-ADICIONAL.
               88  AUD-OP-TELEFONE-ADIC             VALUE 'S'.
      * ANONIMIZACAO POR PEDIDO DO TITULAR (LGPD, LGPCNTT): AS DUAS
      * IMAGENS JA SAEM ANONIMIZADAS (A IMAGEM ANTES NAO PODE GUARDAR
      * O QUE FOI APAGADO) E O SUPERVISOR QUE APROVOU FICA EM
      * AUD-LGP-APROVADOR; QUEM EXECUTOU E QUANDO FICAM, COMO SEMPRE,
      * EM AUD-OPERADOR E AUD-DATA-HORA.
               88  AUD-OP-ANONIMIZACAO              VALUE 'L'.
      * MUDANCA DE CONSENTIMENTO (ALTCONTT, INCLUSIVE PELA IMPORTACAO
      * DO CRM): AS IMAGENS DO CONTATO SAO IGUAIS E O QUE MUDOU FICA
      * NOS GRUPOS AUD-ANT-CONS E AUD-DEP-CONS. GRAVADA SEPARADA DA
      * ALTERACAO PARA O CRMCNTT MANDAR COMO MOVIMENTO PROPRIO.
               88  AUD-OP-CONSENTIMENTO             VALUE 'C'.
      * DEVOLUCAO DE E-MAIL OU CORRESPONDENCIA (DEVCNTT): AS IMAGENS
      * DO CONTATO SAO IGUAIS E O CANAL MARCADO E O MOTIVO FICAM NO
      * GRUPO AUD-DEVOLUCAO.
               88  AUD-OP-DEVOLUCAO                 VALUE 'D'.
           03  AUD-ANTES.
               05  AUD-ANT-TELEFONE            PIC X(15).
               05  AUD-ANT-NOME                PIC X(40).
      * MOSTRAR O QUE FOI FUNDIDO EM QUE SEM DEPENDER DO PAR DE
      * DATA/HORA.
           03  AUD-TELEFONE-FUSAO              PIC X(15).
      * TELEFONE ADICIONAL AFETADO (SO NA OPERACAO S, ESPACOS NAS
      * DEMAIS): ACAO I(NCLUIDO), A(LTERADO O TIPO), E(XCLUIDO) OU
      * T(RANSFERIDO DE OUTRO CONTATO, CUJO TELEFONE PRINCIPAL FICA EM
      * AUD-ADC-CONTATO-ANT). LANCAMENTOS DE ANTES DESTE GRUPO SAO
      * LIDOS COMO ESPACOS.
           03  AUD-TEL-ADICIONAL.
               05  AUD-ADC-TELEFONE            PIC X(15).
               05  AUD-ADC-ACAO                PIC X(01).
               05  AUD-ADC-TIPO-ANT            PIC X(01).
               05  AUD-ADC-TIPO-DEP            PIC X(01).
               05  AUD-ADC-CONTATO-ANT         PIC X(15).
      * SUPERVISOR QUE APROVOU A ANONIMIZACAO (SO NA OPERACAO L,
      * ESPACOS NAS DEMAIS).
           03  AUD-LGP-APROVADOR               PIC X(08).
      * IMAGENS DO CONSENTIMENTO POR CANAL (MESMO LAYOUT DE
      * CT-CONSENTIMENTO), GRAVADAS POR TODAS AS OPERACOES;
      * LANCAMENTOS DE ANTES DESTES GRUPOS SAO LIDOS COMO ESPACOS.
           03  AUD-ANT-CONS.
               05  AUD-ANT-CONS-EMAIL          PIC X(17).
               05  AUD-ANT-CONS-TELEFONE       PIC X(17).
               05  AUD-ANT-CONS-CORREIO        PIC X(17).
           03  AUD-DEP-CONS.
               05  AUD-DEP-CONS-EMAIL          PIC X(17).
               05  AUD-DEP-CONS-TELEFONE       PIC X(17).
               05  AUD-DEP-CONS-CORREIO        PIC X(17).
      * CANAL MARCADO COMO DEVOLVIDO, E-MAIL OU CORREIO, E O MOTIVO
      * (SO NA OPERACAO D, ESPACOS NAS DEMAIS); LANCAMENTOS DE ANTES
      * DESTE GRUPO SAO LIDOS COMO ESPACOS.
           03  AUD-DEVOLUCAO.
               05  AUD-DEV-CANAL               PIC X(01).
                   88  AUD-DEV-EMAIL                VALUE 'E'.
                   88  AUD-DEV-CORREIO              VALUE 'C'.
               05  AUD-DEV-MOTIVO              PIC X(30).
      * IMAGENS DA EMPRESA DO CONTATO (CT-EMPRESA), GRAVADAS POR TODAS
      * AS OPERACOES; LANCAMENTOS DE ANTES DESTES CAMPOS SAO LIDOS
      * COMO ESPACOS.
           03  AUD-ANT-EMPRESA                 PIC X(05).
           03  AUD-DEP-EMPRESA                 PIC X(05).
