      * Date: 02/09/2026
      * Purpose: LAYOUT DO REGISTRO UNICO DOS ARQUIVOS DE RESULTADO
      *          DOS PASSOS DA JANELA NOTURNA (VERIFICA-RESULTADO.DAT,
      *          IMPORTA-RESULTADO.DAT, LOTE-RESULTADO.DAT,
      *          DEVOLUCOES-RESULTADO.DAT, LIGACOES-RESULTADO.DAT E
      *          GUARDA-RESULTADO.DAT), GRAVADOS POR VERCNTT, IMPCNTT,
      *          LOTCNTT, DEVCNTT, LIGCNTT E BKPCNTT E LIDOS PELO
      *          ORQUESTRADOR NOTCNTT PARA DECIDIR A SEQUENCIA E
      *          MONTAR O DIARIO DA NOITE.
      ******************************************************************
       01  RES-REG.
           03  RES-PROGRAMA                    PIC X(08).
