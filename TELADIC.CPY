      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DE TELEFONES ADICIONAIS DE CONTATO
      *          (TELEFONES-ADIC.DAT): CELULAR, TRABALHO, RESIDENCIAL
      *          E WHATSAPP ALEM DO TELEFONE PRINCIPAL, QUE CONTINUA
      *          SENDO A CHAVE DE CONTATOS.DAT. MANTIDO PELO FONCNTT E
      *          ACOMPANHADO POR TELCNTT E MRGCNTT QUANDO O TELEFONE
      *          PRINCIPAL MUDA OU O CONTATO E FUNDIDO.
      ******************************************************************
       01  TELADIC-REG.
      * O NUMERO ADICIONAL E A CHAVE PARA QUE A CONSULTA POR QUALQUER
      * NUMERO (CONSCTT) E A RECUSA DE DUPLICIDADE (CADCONTT, IMPCNTT)
      * SEJAM UMA LEITURA DIRETA; O TELEFONE PRINCIPAL DO DONO E CHAVE
      * ALTERNATIVA (COM DUPLICATAS) PARA LISTAR OS NUMEROS DE UM
      * CONTATO.
           03  TA-TELEFONE                     PIC X(15).
           03  TA-TELEFONE-CONTATO             PIC X(15).
           03  TA-TIPO                         PIC X(01).
               88  TA-TIPO-CELULAR                  VALUE 'C'.
               88  TA-TIPO-TRABALHO                 VALUE 'T'.
               88  TA-TIPO-RESIDENCIAL              VALUE 'R'.
               88  TA-TIPO-WHATSAPP                 VALUE 'W'.
               88  TA-TIPO-VALIDO                   VALUE 'C' 'T' 'R'
                                                          'W'.
           03  TA-OPERADOR                     PIC X(08).
           03  TA-DATA-HORA                    PIC X(14).
