000010*----------------------------------------------------------------*
000020* STPCKP                                                         *
000030*----------------------------------------------------------------*
000040* CHECKPOINT DO PROGRA01 (DD STPCKP) - UM REGISTRO COM A ULTIMA  *
000050* ETAPA CONCLUIDA. O MESMO LAYOUT E LIDO NO CHECKPOINT DO TRONCO *
000060* PELOS RAMOS PARALELOS (DD STPTRONC) E NOS CHECKPOINTS DOS RAMOS*
000070* PELO TRONCO (DD STPRAMOS), POR ISSO OS NOMES VEM DO CHAMADOR:  *
000080*     COPY STPCKP REPLACING ==:CK:== BY ==CKPT==.                *
000090* SITUACAO (:CK:-STATUS):                                        *
000100*   S - ETAPA :CK:-STEP-NAME CONCLUIDA; A RETOMADA SEGUE DA      *
000110*       PROXIMA ETAPA (BRANCO = REGISTRO DO LAYOUT ANTERIOR, SO  *
000120*       COM O NOME DA ETAPA, TRATADO DA MESMA FORMA);            *
000130*   F - TRONCO PARADO NA BIFURCACAO :CK:-FORK-NAME ESPERANDO OS  *
000140*       RAMOS PARALELOS DA EXECUCAO :CK:-RUN-ID;                 *
000150*   C - RAMO INICIADO EM :CK:-BRANCH-START CONCLUIDO (CHEGOU A   *
000160*       JUNCAO) NA EXECUCAO :CK:-RUN-ID, COM :CK:-STEP-COUNT     *
000170*       ETAPAS EXECUTADAS E COM OU SEM ADVERTENCIA.              *
000180*----------------------------------------------------------------*
000190* DATA       AUTOR  DESCRICAO                                    *
000200* 2026-10-15 EQP    VERSAO INICIAL - REGISTRO DE 020 PARA 122    *
000210*                   POSICOES PARA OS RAMOS PARALELOS.            *
000220*----------------------------------------------------------------*
000230 01  :CK:-RECORD.
000240     05  :CK:-STEP-NAME          PIC X(20).
000250     05  :CK:-STATUS             PIC X(01).
000260         88  :CK:-STEP-DONE              VALUE 'S' ' '.
000270         88  :CK:-AT-FORK                VALUE 'F'.
000280         88  :CK:-BRANCH-DONE            VALUE 'C'.
000290     05  :CK:-FORK-NAME          PIC X(20).
000300     05  :CK:-BRANCH-START       PIC X(20).
000310     05  :CK:-RUN-ID             PIC X(18).
000320     05  :CK:-BUSINESS-DATE      PIC 9(08).
000330     05  :CK:-FIRST-START-TS     PIC X(15).
000340     05  :CK:-WRITTEN-TS         PIC X(15).
000350     05  :CK:-STEP-COUNT         PIC 9(04).
000360     05  :CK:-WARNING-FLAG       PIC X(01).
000370         88  :CK:-WITH-WARNING           VALUE 'S'.
