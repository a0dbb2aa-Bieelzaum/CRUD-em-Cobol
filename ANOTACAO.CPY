      * Author: GABRIEL ELI
      * Date: 02/09/2026
      * Purpose: LAYOUT DO REGISTRO DE ANOTACAO DE ATENDIMENTO DE
      *          CONTATO (ANOTACOES.DAT), GRAVADO POR ANOCNTT (E PELO
      *          LIGCNTT, COM AS LIGACOES RECEBIDAS PELA CENTRAL) E
      *          EXIBIDO POR CONSCTT. A CHAVE SEGUE O PADRAO DA
      *          TRILHA DE AUDITORIA (TELEFONE + DATA/HORA +
      *          SEQUENCIA); NA TROCA DE TELEFONE O TELCNTT REGRAVA
