000010*----------------------------------------------------------------*
000020* RAMPRM                                                         *
000030*----------------------------------------------------------------*
000040* AREA DE COMUNICACAO COM O STPRAM (ANALISE DOS RAMOS PARALELOS  *
000050* DA CADEIA). O CHAMADOR PREENCHE A CADEIA (BRP-SEQ-*, COPIA DO  *
000060* STEPSEQ) E O CATALOGO (BRP-CAT-*, COPIA DO STEPCAT); O STPRAM  *
000070* DEVOLVE:                                                       *
000080*   BRP-FORK-*   - AS BIFURCACOES, COM A JUNCAO DE CADA UMA, O   *
000090*                  MODO (S=PARALELO, N=SERIAL) E O NUMERO DE     *
000100*                  RAMOS;                                        *
000110*   BRP-BRANCH-* - OS RAMOS, NA ORDEM DAS LINHAS DA BIFURCACAO   *
000120*                  NO STEPSEQ, COM A BIFURCACAO, A ORDEM DENTRO  *
000130*                  DELA, A PRIMEIRA ETAPA, O NUMERO DE ETAPAS E  *
000140*                  O ROTULO (BIFURCACAO.RAMO, EX. 1.2);          *
000150*   BRP-MAP-*    - CADA ETAPA DE RAMO COM O RAMO A QUE PERTENCE  *
000160*                  (ETAPA FORA DA TABELA E DO TRONCO);           *
000170*   BRP-FND-*    - AS CRITICAS ENCONTRADAS (RAMOS MAL FORMADOS,  *
000180*                  ROTAS DE FALHA QUE SAEM DO RAMO, RAMOS DA     *
000190*                  MESMA BIFURCACAO QUE GRAVAM O MESMO DD).      *
000200* BRP-RETURN-CODE: 00=CADEIA SEM CRITICA, 04=HA CRITICAS EM      *
000210* BRP-FND-*, 16=CADEIA OU CATALOGO EXCEDE AS TABELAS DESTA AREA. *
000220* LIMITES: 40 LINHAS DE CADEIA, 40 ETAPAS NO CATALOGO, 9         *
000230* BIFURCACOES, 9 RAMOS POR BIFURCACAO, 20 RAMOS, 30 CRITICAS     *
000240* (AS DEMAIS SO CONTAM EM BRP-FINDING-COUNT).                    *
000250*----------------------------------------------------------------*
000260* DATA       AUTOR  DESCRICAO                                    *
000270* 2026-10-15 EQP    VERSAO INICIAL.                              *
000280*----------------------------------------------------------------*
000290 01  BRANCH-PARM-AREA.
000300     05  BRP-RETURN-CODE         PIC 9(02).
000310         88  BRP-OK                      VALUE 00.
000320         88  BRP-FINDINGS                VALUE 04.
000330         88  BRP-OVERFLOW                VALUE 16.
000340     05  BRP-SEQ-COUNT           PIC 9(04) COMP.
000350     05  BRP-SEQ-ENTRY OCCURS 40 TIMES.
000360         10  BRP-SEQ-STEP        PIC X(20).
000370         10  BRP-SEQ-NEXT        PIC X(20).
000380         10  BRP-SEQ-FAIL        PIC X(20).
000390     05  BRP-CAT-COUNT           PIC 9(04) COMP.
000400     05  BRP-CAT-ENTRY OCCURS 40 TIMES.
000410         10  BRP-CAT-STEP        PIC X(20).
000420         10  BRP-CAT-ENABLED     PIC X(01).
000430         10  BRP-CAT-NODE-TYPE   PIC X(01).
000440             88  BRP-CAT-FORK            VALUE 'B'.
000450             88  BRP-CAT-JOIN            VALUE 'J'.
000460         10  BRP-CAT-OUTPUTS.
000470             15  BRP-CAT-OUTPUT-DD
000480                                 PIC X(08) OCCURS 12 TIMES.
000490     05  BRP-FORK-COUNT          PIC 9(04) COMP.
000500     05  BRP-FORK-ENTRY OCCURS 9 TIMES.
000510         10  BRP-FORK-NAME       PIC X(20).
000520         10  BRP-FORK-JOIN       PIC X(20).
000530         10  BRP-FORK-MODE       PIC X(01).
000540             88  BRP-FORK-PARALLEL       VALUE 'S'.
000550         10  BRP-FORK-BR-COUNT   PIC 9(04) COMP.
000560     05  BRP-BRANCH-COUNT        PIC 9(04) COMP.
000570     05  BRP-BRANCH-ENTRY OCCURS 20 TIMES.
000580         10  BRP-BR-FORK         PIC 9(04) COMP.
000590         10  BRP-BR-ORDINAL      PIC 9(04) COMP.
000600         10  BRP-BR-START        PIC X(20).
000610         10  BRP-BR-STEP-COUNT   PIC 9(04) COMP.
000620         10  BRP-BR-LABEL        PIC X(03).
000630     05  BRP-MAP-COUNT           PIC 9(04) COMP.
000640     05  BRP-MAP-ENTRY OCCURS 40 TIMES.
000650         10  BRP-MAP-STEP        PIC X(20).
000660         10  BRP-MAP-BRANCH      PIC 9(04) COMP.
000670     05  BRP-FINDING-COUNT       PIC 9(04) COMP.
000680     05  BRP-FINDING-ENTRY OCCURS 30 TIMES.
000690         10  BRP-FND-STEP        PIC X(20).
000700         10  BRP-FND-TEXT        PIC X(60).
