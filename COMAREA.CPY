                   07  WS-COM-CIDADE           PIC X(30).
                   07  WS-COM-UF               PIC X(02).
                   07  WS-COM-CEP              PIC X(08).
      * CONSENTIMENTO POR CANAL VINDO DO CRM (IMPCNTT): S OU N
      * GRAVA A MANIFESTACAO, ESPACO MANTEM O QUE O CONTATO JA TEM.
      * OS DEMAIS CHAMADORES DEIXAM O GRUPO EM BRANCO.
               05  WS-COM-CONSENTIMENTO.
                   07  WS-COM-CONS-EMAIL       PIC X(01).
                   07  WS-COM-CONS-TELEFONE    PIC X(01).
                   07  WS-COM-CONS-CORREIO     PIC X(01).
      * CODIGO DA EMPRESA DO CONTATO (EMPRESAS.DAT). NA INCLUSAO EM
      * LOTE O BRANCO DEIXA O CONTATO SEM EMPRESA; NA ALTERACAO EM
      * LOTE O BRANCO MANTEM A EMPRESA QUE O CONTATO JA TEM E O - TIRA
      * O CONTATO DA EMPRESA.
               05  WS-COM-EMPRESA              PIC X(05).
