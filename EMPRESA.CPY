      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE EMPRESAS CLIENTES
      *          (EMPRESAS.DAT), A QUE OS CONTATOS SE LIGAM PELO
      *          CT-EMPRESA. COMPARTILHADO POR EMPCNTT, CADCONTT,
      *          ALTCONTT, IMPCNTT, EXPCNTT, CONSCTT E RLECNTT.
      ******************************************************************
       01  EMPRESA-REG.
           03  EMP-CODIGO                      PIC X(05).
           03  EMP-RAZAO-SOCIAL                PIC X(40).
      * CNPJ SO COM OS 14 DIGITOS (SEM PONTOS, BARRA E TRACO), JA
      * CONFERIDO PELOS DIGITOS VERIFICADORES; CHAVE ALTERNATIVA SEM
      * DUPLICATAS, PARA A MESMA EMPRESA NAO SER CADASTRADA DUAS VEZES.
           03  EMP-CNPJ                        PIC X(14).
      * ENDERECO PRINCIPAL, NO MESMO FORMATO DO ENDERECO ESTRUTURADO
      * DO CONTATO (CT-ENDERECO-ESTRUT).
           03  EMP-ENDERECO.
               05  EMP-END-LOGRADOURO          PIC X(40).
               05  EMP-END-NUMERO              PIC X(08).
               05  EMP-END-CIDADE              PIC X(30).
               05  EMP-END-UF                  PIC X(02).
               05  EMP-END-CEP                 PIC X(08).
      * TELEFONE DO CONTATO PRINCIPAL NA EMPRESA; QUANDO O NUMERO E DE
      * UM CONTATO CADASTRADO, O EMPCNTT MOSTRA O NOME NA DIGITACAO.
           03  EMP-TELEFONE                    PIC X(15).
