      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA BASE DE CEPS (CEPS.DAT),
      *          CARREGADA PELO CEPCNTT A PARTIR DO ARQUIVO DOS
      *          CORREIOS E CONSULTADA PELO VALCNTT PARA CRITICAR O
      *          CEP E PREENCHER CIDADE/UF DO ENDERECO ESTRUTURADO.
      ******************************************************************
       01  CEP-REG.
           03  CEP-CODIGO                      PIC X(08).
           03  CEP-CIDADE                      PIC X(30).
           03  CEP-UF                          PIC X(02).
      * DATA/HORA DA CARGA QUE TROUXE (OU CONFIRMOU) O CEP; OS
      * REGISTROS QUE NAO FOREM CONFIRMADOS PELA CARGA SEGUINTE SAO OS
      * CEPS RETIRADOS DA BASE DOS CORREIOS.
           03  CEP-DATA-CARGA                  PIC X(14).
