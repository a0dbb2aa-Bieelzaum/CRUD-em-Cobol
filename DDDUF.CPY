      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: TABELA DDD -> UF (DDDS 10 A 99, UMA LINHA POR DEZENA),
      *          USADA PELO VALCNTT PARA CONFERIR O DDD DO TELEFONE COM
      *          A UF DO ENDERECO. DDD SEM UF NA TABELA (EM BRANCO) NAO
      *          EXISTE NO PLANO DE NUMERACAO.
      ******************************************************************
       01  WS-TAB-DDD-VALORES.
           03  FILLER                          PIC X(20)   VALUE
                   '  SPSPSPSPSPSPSPSPSP'.
           03  FILLER                          PIC X(20)   VALUE
                   '  RJRJ  RJ    ESES  '.
           03  FILLER                          PIC X(20)   VALUE
                   '  MGMGMGMGMG  MGMG  '.
           03  FILLER                          PIC X(20)   VALUE
                   '  PRPRPRPRPRPRSCSCSC'.
           03  FILLER                          PIC X(20)   VALUE
                   '  RS  RSRSRS        '.
           03  FILLER                          PIC X(20)   VALUE
                   '  DFGOTOGOMTMTMSACRO'.
           03  FILLER                          PIC X(20)   VALUE
                   '  BA  BABABA  BA  SE'.
           03  FILLER                          PIC X(20)   VALUE
                   '  PEALPBRNCEPIPECEPI'.
           03  FILLER                          PIC X(20)   VALUE
                   '  PAAMPAPARRAPAMMAMA'.
       01  WS-TAB-DDD REDEFINES WS-TAB-DDD-VALORES.
           03  WS-DDD-UF                       PIC X(02)   OCCURS 90.
