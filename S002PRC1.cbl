000090*----------------------------------------------------------------*
000100* LE O MESTRE MANTIDO (MSTWRK, GRAVADO PELA MANUTENCAO DO        *
000102* MESTRE, S002-PROC0) E CONFERE SEQUENCIA ASCENDENTE             *
000110* DE CONTA, CONTA DUPLICADA, SITUACAO VALIDA (A/B/E/D) E DATA DA *
000120* ULTIMA ATIVIDADE NUMERICA, ANTES DE A POSTAGEM (S002-PROC2)    *
000130* CONSUMIR O ARQUIVO. ERRO ESTRUTURAL NO MESTRE DEVOLVE          *
000131* SC-RETURN-CODE 12.                                             *
000140* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000150* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000160* (COPY STEPCTL).                                                *
000222* 2026-09-02 EQP    A ENTRADA PASSA A SER O MESTRE MANTIDO       *
000224*                   (MSTWRK), JA COM AS MANUTENCOES DO DIA       *
000226*                   APLICADAS PELA ETAPA S002-PROC0.             *
000227* 2026-10-15 EQP    SITUACAO D (DORMENTE) ACEITA E CRITICA DA    *
000228*                   DATA DA ULTIMA ATIVIDADE DA CONTA.           *
000230*----------------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000850
000860*----------------------------------------------------------------*
000870* 5100-AUDIT-MASTER - CRITICA UM REGISTRO DO MESTRE: SEQUENCIA   *
000880*                     DE CONTA ASCENDENTE, SEM DUPLICATA,        *
000890*                     SITUACAO CONHECIDA (A/B/E/D) E DATA DA     *
000895*                     ULTIMA ATIVIDADE NUMERICA                  *
000900*----------------------------------------------------------------*
000910 5100-AUDIT-MASTER.
000920     READ MASTER-IN-FILE
001040               IF MSTI-STATUS IS NOT EQUAL TO 'A'
001050                  AND MSTI-STATUS IS NOT EQUAL TO 'B'
001060                  AND MSTI-STATUS IS NOT EQUAL TO 'E'
001065                  AND MSTI-STATUS IS NOT EQUAL TO 'D'
001070                  DISPLAY 'S002PRC1 - SITUACAO INVALIDA NO '
001080                          'MESTRE, CONTA ' MSTI-ACCOUNT
001081                  MOVE 12 TO SC-RETURN-CODE
001083               END-IF
001085               IF MSTI-LAST-ACTIVITY IS NOT NUMERIC
001086                  DISPLAY 'S002PRC1 - ULTIMA ATIVIDADE INVALIDA '
001088                          'NO MESTRE, CONTA ' MSTI-ACCOUNT
001090                  MOVE 12 TO SC-RETURN-CODE
001100               END-IF
001110            END-IF
