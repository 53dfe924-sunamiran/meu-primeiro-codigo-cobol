000170*     MEDIA;                                                     *
000180*   - PROJECAO DO TEMPO TOTAL DA CADEIA CONTRA A JANELA DE       *
000190*     BATCH (CARTAO SYSIN DEADLINE-SECS=<SEGUNDOS>, PADRAO       *
000200*     14400). ETAPAS DE RAMOS PARALELOS ENTRAM NA SOMA COMO SE   *
000202*     RODASSEM EM SERIE, O QUE DEIXA A PROJECAO DO LADO SEGURO.  *
000210* RC=0 DENTRO DA JANELA; RC=4 QUANDO A MEDIA OU O PIOR CASO DO   *
000220* TOTAL DA CADEIA ESTOURA A JANELA; RC=16 ERRO DE ARQUIVO.       *
000230*----------------------------------------------------------------*
000250*----------------------------------------------------------------*
000260* DATA       AUTOR  DESCRICAO                                    *
000270* 2026-08-22 EQP    VERSAO INICIAL.                              *
000272* 2026-10-15 EQP    REGISTRO DE AUDITORIA COM O RAMO DA ETAPA    *
000274*                   (AIN-BRANCH). A TRILHA DOS JOBS DE RAMO PODE *
000276*                   SER CONCATENADA EM AUDITIN: O RAMO USA O     *
000278*                   IDENTIFICADOR DA EXECUCAO DO TRONCO.         *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000580     05  AIN-STEP-NAME           PIC X(20).
000590     05  FILLER                  PIC X(01).
000600     05  AIN-EVENT               PIC X(08).
000603     05  FILLER                  PIC X(01).
000606     05  AIN-BRANCH              PIC X(20).
000610
000620 FD  HIST-REPORT-FILE.
000630 01  HIST-REPORT-LINE           PIC X(80).
