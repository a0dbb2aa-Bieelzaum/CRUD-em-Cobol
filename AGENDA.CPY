      ******************************************************************
      * Author: GABRIEL ELI
      * Date: 15/10/2026
      * Purpose: LAYOUT DO REGISTRO DA AGENDA DE RETORNOS
      *          (AGENDA.DAT): COMPROMISSOS DE VOLTAR A LIGAR PARA UM
      *          CONTATO, CRIADOS PELO ANOCNTT JUNTO COM A ANOTACAO
      *          DO ATENDIMENTO. A CHAVE SEGUE O PADRAO DAS ANOTACOES
      *          (TELEFONE + DATA/HORA DA CRIACAO + SEQUENCIA), PARA
      *          QUE O TELCNTT CARREGUE OS RETORNOS NA TROCA DE
      *          TELEFONE DO MESMO JEITO; A CHAVE ALTERNATIVA
      *          (OPERADOR + VENCIMENTO) ATENDE O AVISO DA ENTRADA NO
      *          MENUCNTT E OS RELATORIOS DO AGDCNTT.
      ******************************************************************
       01  AGENDA-REG.
           03  AG-CHAVE.
               05  AG-TELEFONE                 PIC X(15).
               05  AG-DATA-HORA                PIC X(14).
               05  AG-SEQUENCIA                PIC 9(03).
           03  AG-CHAVE-OPERADOR.
               05  AG-OPERADOR                 PIC X(08).
               05  AG-VENCIMENTO               PIC X(08).
           03  AG-DESCRICAO                    PIC X(50).
           03  AG-SITUACAO                     PIC X(01).
               88  AG-ABERTO                        VALUE 'A'.
               88  AG-CONCLUIDO                     VALUE 'C'.
               88  AG-CANCELADO                     VALUE 'X'.
           03  AG-CRIADO-POR                   PIC X(08).
      * PREENCHIDO NA BAIXA (CONCLUSAO OU CANCELAMENTO).
           03  AG-FECHAMENTO.
               05  AG-FECHADO-POR              PIC X(08).
               05  AG-DATA-FECHAMENTO          PIC X(14).
               05  AG-NOTA-FECHAMENTO          PIC X(70).
