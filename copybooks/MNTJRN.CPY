000010*----------------------------------------------------------------*
000020* MNTJRN                                                         *
000030*----------------------------------------------------------------*
000040* JORNAL DE ALTERACOES DO CADASTRO MESTRE (MNTJRNL) - ARQUIVO    *
000050* ACUMULATIVO COM UM REGISTRO POR ALTERACAO APLICADA A UMA       *
000060* CONTA, COM CARIMBO DE TEMPO, IDENTIFICADOR DA EXECUCAO E A     *
000070* IMAGEM DO REGISTRO DO MESTRE (LAYOUT MSTREC) ANTES E DEPOIS.   *
000080* ABERTURA TEM IMAGEM ANTERIOR EM BRANCO. ACOES:                 *
000090*   AB/BL/DS/EN/NM = MANUTENCAO DO MESTRE (S002-PROC0, MNTMOV)   *
000100*   DO = CONTA PASSADA A DORMENTE POR FALTA DE MOVIMENTO         *
000110*        (S002-PROC6)                                            *
000120*   RA = CONTA DORMENTE REATIVADA POR CREDITO NA POSTAGEM        *
000130*        (S002-PROC2)                                            *
000133*   ES = CONTA RESTAURADA PELO ESTORNO DE EXECUCAO (RUNBKO); O   *
000136*        IDENTIFICADOR E O DO PROPRIO ESTORNO (E + DATA-HORA)    *
000137* JRN-BUSINESS-DATE E A DATA-MOVIMENTO DA CADEIA QUE GRAVOU O    *
000138* REGISTRO (NO ES, A DA EXECUCAO ESTORNADA); ELA SOBREVIVE A     *
000139* RETOMADA, QUE RECEBE NOVO IDENTIFICADOR DE EXECUCAO. REGISTROS *
000142* ANTERIORES A ELA TEM A DATA EM BRANCO.                         *
000146*----------------------------------------------------------------*
000150* DATA       AUTOR  DESCRICAO                                    *
000160* 2026-10-15 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO S002PRC0 *
000170*                   PARA AS ETAPAS QUE MUDAM A SITUACAO DA       *
000180*                   CONTA; IMAGENS DE 065 PARA 073 POSICOES      *
000190*                   (DATA DA ULTIMA ATIVIDADE NO MESTRE).        *
000195* 2026-10-15 EQP    ACAO ES (ESTORNO DE EXECUCAO, RUNBKO).       *
000197* 2026-10-15 EQP    DATA-MOVIMENTO NO FIM DO REGISTRO (DE 185    *
000198*                   PARA 194).                                   *
000200*----------------------------------------------------------------*
000210 01  JOURNAL-RECORD.
000220     05  JRN-TIMESTAMP           PIC X(15).
000230     05  FILLER                  PIC X(01).
000240     05  JRN-RUN-ID              PIC X(18).
000250     05  FILLER                  PIC X(01).
000260     05  JRN-ACTION              PIC X(02).
000270     05  FILLER                  PIC X(01).
000280     05  JRN-BEFORE-IMAGE        PIC X(73).
000290     05  FILLER                  PIC X(01).
000300     05  JRN-AFTER-IMAGE         PIC X(73).
000310     05  FILLER                  PIC X(01).
000320     05  JRN-BUSINESS-DATE       PIC 9(08).
