000100* 2026-08-22 EQP    VERSAO INICIAL - EVALUATE EXTRAIDO DO        *
000110*                   PROGRA01.                                    *
000112* 2026-09-02 EQP    MOTIVO 07 - SALDO INSUFICIENTE (DEBITO QUE   *
000113*                   ROMPERIA SALDO + LIMITE DE CREDITO).         *
000114* 2026-10-15 EQP    MOTIVO 08 - MOVIMENTO DUPLICADO (NO PROPRIO  *
000115*                   DIA OU NA JANELA DE DIAS UTEIS DO MOVIDX).   *
000116* 2026-10-15 EQP    MOTIVO 09 - DEBITO EM CONTA DORMENTE         *
000117*                   (SITUACAO D NO MESTRE; SO CREDITO E ACEITO). *
000118* 2026-10-15 EQP    MOTIVO 10 - DATA EM DIA NAO UTIL (REGRA      *
000119*                   DIA-NAO-UTIL=REJEITA DA VALIDACAO).          *
000120*----------------------------------------------------------------*
000130     EVALUATE WS-REJECT-REASON
000140         WHEN '01'
000300                                          TO WS-REASON-DESC
000302         WHEN '07'
000304             MOVE 'SALDO INSUFICIENTE'    TO WS-REASON-DESC
000306         WHEN '08'
000308             MOVE 'MOVIMENTO DUPLICADO'   TO WS-REASON-DESC
000310         WHEN '09'
000312             MOVE 'DEBITO EM CONTA DORMENTE'
000314                                          TO WS-REASON-DESC
000315         WHEN '10'
000316             MOVE 'DATA EM DIA NAO UTIL'  TO WS-REASON-DESC
000317         WHEN OTHER
000320             MOVE 'MOTIVO NAO CATALOGADO' TO WS-REASON-DESC
000330     END-EVALUATE.
