000010*----------------------------------------------------------------*
000020* STEPCAT                                                        *
000030*----------------------------------------------------------------*
000040* CATALOGO DE ETAPAS DO PROGRA01 (DD STEPCAT) - UMA LINHA POR    *
000050* ETAPA: SUBPROGRAMA A CHAMAR, HABILITADA (S/N), CRITICIDADE     *
000060* (C=CRITICA, N=NAO CRITICA) E DESCRICAO.                        *
000070* CAT-NODE-TYPE MARCA OS NOS DE CONTROLE DOS RAMOS PARALELOS, QUE*
000080* NAO TEM SUBPROGRAMA:                                           *
000090*   B - BIFURCACAO. NO STEPSEQ A BIFURCACAO TEM UMA LINHA POR    *
000100*       RAMO, CADA UMA COM A PRIMEIRA ETAPA DO RAMO COMO PROXIMA.*
000110*       CAT-ENABLED=S LIBERA OS RAMOS PARA JOBS PARALELOS (O     *
000120*       PROGRA01 DO TRONCO PARA NA BIFURCACAO COM RC=3);         *
000130*       N EXECUTA OS RAMOS UM APOS O OUTRO NO PROPRIO TRONCO.    *
000140*   J - JUNCAO. TODOS OS RAMOS DE UMA BIFURCACAO TERMINAM NELA   *
000150*       E O TRONCO SO SEGUE DEPOIS QUE TODOS FOREM CONCLUIDOS.   *
000160*   BRANCO - ETAPA COMUM.                                        *
000170* CAT-OUTPUT-DD LISTA OS DDS DOS ARQUIVOS QUE A ETAPA GRAVA      *
000180* (SYSOUT NAO PRECISA), PARA A CRITICA DE RAMOS DA MESMA         *
000190* BIFURCACAO QUE GRAVAM O MESMO ARQUIVO (STPRAM).                *
000200* LINHAS DE 060 POSICOES DO LAYOUT ANTERIOR CONTINUAM VALIDAS    *
000210* (ETAPA COMUM SEM SAIDAS DECLARADAS).                           *
000220*----------------------------------------------------------------*
000230* DATA       AUTOR  DESCRICAO                                    *
000240* 2026-10-15 EQP    VERSAO INICIAL - LAYOUT QUE ESTAVA DECLARADO *
000250*                   NO PROGRA01, NO STEPVAL E NO SEQMAINT, COM O *
000260*                   TIPO DE NO E OS DDS GRAVADOS (060 PARA 157). *
000270*----------------------------------------------------------------*
000280 01  STEP-CAT-RECORD.
000290     05  CAT-STEP-NAME           PIC X(20).
000300     05  CAT-PROGRAM             PIC X(08).
000310     05  CAT-ENABLED             PIC X(01).
000320     05  CAT-CRITICALITY         PIC X(01).
000330     05  CAT-DESCRIPTION         PIC X(30).
000340     05  CAT-NODE-TYPE           PIC X(01).
000350         88  CAT-NODE-STEP               VALUE SPACE.
000360         88  CAT-NODE-FORK               VALUE 'B'.
000370         88  CAT-NODE-JOIN               VALUE 'J'.
000380     05  CAT-OUTPUTS.
000390         10  CAT-OUTPUT-DD       PIC X(08) OCCURS 12 TIMES.
