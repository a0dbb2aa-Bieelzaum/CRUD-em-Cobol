               05  CT-END-CIDADE               PIC X(30).
               05  CT-END-UF                   PIC X(02).
               05  CT-END-CEP                  PIC X(08).
      * CONSENTIMENTO DE CONTATO POR CANAL (E-MAIL, TELEFONE E
      * CORREIO), TAMBEM ACRESCENTADO NO FINAL PELO MESMO MOTIVO:
      * S = CONSENTE, N = RECUSOU; EM BRANCO (CONTATOS DE ANTES DO
      * GRUPO OU NUNCA CONSULTADOS) VALE COMO SEM CONSENTIMENTO. A
      * DATA (AAAAMMDD) E A ORIGEM (OPERADOR, OU CRMIMP QUANDO VEIO DO
      * CRM) SAO AS DA ULTIMA MANIFESTACAO NO CANAL.
           03  CT-CONSENTIMENTO.
               05  CT-CONS-EMAIL.
                   07  CT-CONS-EMAIL-SITUACAO  PIC X(01).
                       88  CT-CONS-EMAIL-SIM        VALUE 'S'.
                       88  CT-CONS-EMAIL-NAO        VALUE 'N'.
                   07  CT-CONS-EMAIL-DATA      PIC X(08).
                   07  CT-CONS-EMAIL-ORIGEM    PIC X(08).
               05  CT-CONS-TELEFONE.
                   07  CT-CONS-TEL-SITUACAO    PIC X(01).
                       88  CT-CONS-TEL-SIM          VALUE 'S'.
                       88  CT-CONS-TEL-NAO          VALUE 'N'.
                   07  CT-CONS-TEL-DATA        PIC X(08).
                   07  CT-CONS-TEL-ORIGEM      PIC X(08).
               05  CT-CONS-CORREIO.
                   07  CT-CONS-CORR-SITUACAO   PIC X(01).
                       88  CT-CONS-CORR-SIM         VALUE 'S'.
                       88  CT-CONS-CORR-NAO         VALUE 'N'.
                   07  CT-CONS-CORR-DATA       PIC X(08).
                   07  CT-CONS-CORR-ORIGEM     PIC X(08).
      * DEVOLUCAO POR CANAL, MARCADA PELO DEVCNTT NA JANELA NOTURNA A
      * PARTIR DO ARQUIVO DE DEVOLUCOES (BOUNCE DEFINITIVO DO
      * PROVEDOR DE E-MAIL E CARTA DEVOLVIDA PELOS CORREIOS): S = O
      * CANAL NAO ENTREGA, COM A DATA (AAAAMMDD) E O MOTIVO
      * INFORMADO. O EXPCNTT PULA O CANAL MARCADO, O CONSCTT AVISA O
      * OPERADOR E O ALTCONTT LIMPA A MARCA QUANDO GRAVA UM E-MAIL OU
      * ENDERECO NOVO. ACRESCENTADO NO FINAL PELO MESMO MOTIVO DOS
      * GRUPOS ANTERIORES; EM BRANCO VALE COMO CANAL SEM DEVOLUCAO.
           03  CT-DEVOLUCAO.
               05  CT-DEV-EMAIL.
                   07  CT-DEV-EMAIL-SITUACAO   PIC X(01).
                       88  CT-EMAIL-DEVOLVIDO       VALUE 'S'.
                   07  CT-DEV-EMAIL-DATA       PIC X(08).
                   07  CT-DEV-EMAIL-MOTIVO     PIC X(30).
               05  CT-DEV-CORREIO.
                   07  CT-DEV-CORR-SITUACAO    PIC X(01).
                       88  CT-CORREIO-DEVOLVIDO     VALUE 'S'.
                   07  CT-DEV-CORR-DATA        PIC X(08).
                   07  CT-DEV-CORR-MOTIVO      PIC X(30).
      * EMPRESA (CADASTRO EMPRESAS.DAT, EMPCNTT) EM QUE O CONTATO
      * TRABALHA; EM BRANCO PARA CONTATOS SEM VINCULO (PESSOA FISICA)
      * E PARA OS DE ANTES DO CAMPO. ACRESCENTADO NO FINAL PELO MESMO
      * MOTIVO DOS GRUPOS ANTERIORES.
           03  CT-EMPRESA                      PIC X(05).
