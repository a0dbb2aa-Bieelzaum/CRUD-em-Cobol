      *          DE CAMPOS (VALCNTT), COMPARTILHADA POR CADCONTT,
      *          ALTCONTT E LOTCNTT PARA QUE TELEFONE, NOME E EMAIL
      *          SEJAM VALIDADOS POR UM UNICO CONJUNTO DE REGRAS.
      *          O CEP E CONFERIDO NA BASE DOS CORREIOS (CEPS.DAT) E O
      *          DDD DO TELEFONE COM A UF DO ENDERECO. O CNPJ DO
      *          CADASTRO DE EMPRESAS (EMPCNTT) PASSA PELO MESMO MODULO.
      ******************************************************************
       01  WS-VAL-AREA.
           03  WS-VAL-TELEFONE                 PIC X(15).
               88  WS-VAL-NOME-INVALIDO             VALUE '02'.
               88  WS-VAL-EMAIL-INVALIDO            VALUE '03'.
               88  WS-VAL-CEP-INVALIDO              VALUE '04'.
               88  WS-VAL-CEP-INEXISTENTE           VALUE '05'.
               88  WS-VAL-CNPJ-INVALIDO             VALUE '06'.
           03  WS-VAL-MOTIVO                   PIC X(40).
      * UF DO ENDERECO INFORMADA PELO CHAMADOR, PARA CONFERIR O DDD
      * QUANDO O CEP NAO ESTA NA BASE; EM BRANCO NAO HA CONFERENCIA.
           03  WS-VAL-UF                       PIC X(02).
      * 'C' = SO CONSULTA O CEP NA BASE (PREENCHIMENTO AUTOMATICO DE
      * CIDADE/UF NA DIGITACAO), SEM CRITICAR OS DEMAIS CAMPOS; O
      * VALCNTT VOLTA O CAMPO PARA BRANCO (VALIDACAO COMPLETA).
           03  WS-VAL-FUNCAO                   PIC X(01).
               88  WS-VAL-SO-CONSULTA-CEP           VALUE 'C'.
      * 'J' = SO CONFERE O CNPJ (WS-VAL-CNPJ) DO CADASTRO DE EMPRESAS,
      * SEM CRITICAR OS CAMPOS DE CONTATO.
               88  WS-VAL-SO-CNPJ                   VALUE 'J'.
      * RESULTADO DA CONSULTA DO CEP: CIDADE/UF DA BASE QUANDO O CEP
      * E CONHECIDO. SEM A BASE CARREGADA O CEP NAO E RECUSADO.
           03  WS-VAL-CEP-SITUACAO             PIC X(01).
               88  WS-VAL-CEP-CONHECIDO             VALUE 'S'.
               88  WS-VAL-CEP-DESCONHECIDO          VALUE 'N'.
               88  WS-VAL-CEP-SEM-BASE              VALUE 'X'.
           03  WS-VAL-CEP-CIDADE               PIC X(30).
           03  WS-VAL-CEP-UF                   PIC X(02).
      * ALERTA QUE NAO IMPEDE A GRAVACAO (DDD DE OUTRA UF: O CELULAR
      * MANTEM O DDD QUANDO O CLIENTE SE MUDA).
           03  WS-VAL-AVISO                    PIC X(50).
      * CNPJ DA EMPRESA, 14 DIGITOS SEM PONTUACAO (SO NA FUNCAO 'J').
           03  WS-VAL-CNPJ                     PIC X(14).
