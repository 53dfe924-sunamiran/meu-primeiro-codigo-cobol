000220* (S003-PROC1). CONTA QUE FECHA NEGATIVA OU DENTRO DA MARGEM DE  *
000230* ALERTA DO LIMITE (CARTAO MARGEM= DO POSTPRM) SAI NO            *
000240* RELATORIO DE EXCECOES (EXCRPT). ACRESCENTA A MOVTOT OS TOTAIS  *
000241* 'PG' (POSTADOS) E 'RP' (REJEITADOS NA POSTAGEM) PARA A         *
000242* CONCILIACAO (S002-PROC3).                                      *
000243* CADA MOVIMENTO APLICADO E ACRESCENTADO AO INDICE DE ACEITOS    *
000244* (IDXOUT, LAYOUT MOVIDX) COM A DATA-MOVIMENTO E O IDENTIFICADOR *
000245* DA EXECUCAO, PARA A DETECCAO DE DUPLICADOS DA VALIDACAO        *
000246* (S001-PROC1) NOS DIAS SEGUINTES.                               *
000247* A TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') E POSTADA POR INTEIRO *
000248* OU REJEITADA POR INTEIRO: ANTES DO CASAMENTO O MOVIMENTO E     *
000249* NUMERADO NA ORDEM DE CHEGADA E ORDENADO PELA CONTA             *
000250* CONTRAPARTIDA (TRABALHO MOVCHK) PARA CONFERIR NO MESTRE QUE A  *
000251* CONTA DE DESTINO EXISTE E ESTA ATIVA. NO CASAMENTO A PERNA DE  *
000252* DEBITO E APLICADA NA CONTA DE ORIGEM COM A MESMA CRITICA DO    *
000253* DEBITO (SITUACAO E SALDO + LIMITE); DESTINO INEXISTENTE OU NAO *
000254* ATIVO REJEITA A TRANSFERENCIA COM O MOTIVO 05/06. A PERNA DE   *
000255* CREDITO DA TRANSFERENCIA ACEITA VAI PARA O TRABALHO TRFCRD,    *
000256* E ORDENADA PELA CONTA DE DESTINO (TRFSRT) E APLICADA NUMA      *
000257* SEGUNDA PASSADA, DEPOIS DOS MOVIMENTOS PROPRIOS DA CONTA NO    *
000258* DIA, SOBRE O MESTRE E O DETALHE INTERMEDIARIOS (MSTPST E       *
000259* DETWRK). AS DUAS PERNAS SAEM EM MOVDET LIGADAS PELA CONTA      *
000260* CONTRAPARTIDA; A TRANSFERENCIA CONTA UMA VEZ NOS TOTAIS PG/RP. *
000261* CONTA DORMENTE (SITUACAO D) NAO ACEITA DEBITO NEM              *
000262* TRANSFERENCIA DE SAIDA (MOTIVO 09); O CREDITO, PROPRIO OU      *
000263* PERNA DE CREDITO DE TRANSFERENCIA, E ACEITO E REATIVA A CONTA, *
000264* COM O REGISTRO ANTES/DEPOIS NO JORNAL DO MESTRE (MNTJRNL, ACAO *
000265* 'RA'). TODO MOVIMENTO APLICADO GRAVA A DATA DE PROCESSAMENTO   *
000266* COMO DATA DA ULTIMA ATIVIDADE DA CONTA (MSTI-LAST-ACTIVITY).   *
000267* A REFERENCIA DE DISPUTA DO AJUSTE MANUAL (MVC-ADJ-REF) SEGUE   *
000268* NOS TRABALHOS DA POSTAGEM ATE O MOVDET (DET-ADJ-REF) E O       *
000269* MOVREJ.                                                        *
000270* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000280* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000290* (COPY STEPCTL).                                                *
000530*                   E CASADO COM O MESTRE EM UMA UNICA PASSADA.  *
000540*                   ELIMINADA A TABELA FIXA DE 500 MOVIMENTOS E  *
000550*                   A REVARREDURA DA TABELA POR REGISTRO DO      *
000551*                   MESTRE; MESMAS SAIDAS (MSTROUT, MOVREJ       *
000552*                   05/06/07, MOVDET, EXCRPT, TOTAIS PG/RP).     *
000553* 2026-10-15 EQP    MOVIMENTO APLICADO ACRESCENTADO AO INDICE DE *
000555*                   ACEITOS (IDXOUT, COPY MOVIDX) PARA A DETECCAO*
000556*                   DE DUPLICADOS NA VALIDACAO.                  *
000557* 2026-10-15 EQP    TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') EM    *
000558*                   DUAS PERNAS, TUDO OU NADA: CONFERENCIA DA    *
000560*                   CONTA CONTRAPARTIDA ANTES DO CASAMENTO       *
000561*                   (MOVCHK), PERNA DE DEBITO NO CASAMENTO E     *
000562*                   PERNA DE CREDITO NUMA SEGUNDA PASSADA        *
000563*                   (TRFCRD/TRFSRT SOBRE MSTPST E DETWRK).       *
000565*                   MOVDET COM A NATUREZA DO LANCAMENTO E A      *
000566*                   CONTA CONTRAPARTIDA; EXCECOES APURADAS NA    *
000567*                   SEGUNDA PASSADA, COM O SALDO FINAL.          *
000568* 2026-10-15 EQP    CONTA DORMENTE: DEBITO E TRANSFERENCIA DE    *
000570*                   SAIDA REJEITADOS (MOTIVO 09), CREDITO ACEITO *
000571*                   COM REATIVACAO JORNALIZADA EM MNTJRNL; DATA  *
000572*                   DA ULTIMA ATIVIDADE ATUALIZADA NA POSTAGEM.  *
000573* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000575*                   CARREGADA ATE O MOVDET E O MOVREJ.           *
000576* 2026-10-15 EQP    REGISTROS 'PG'/'RP' DA MOVTOT LIMPOS ANTES   *
000577*                   DE MONTAR (ORIGEM EM BRANCO).                *
000578* 2026-10-15 EQP    DATA-MOVIMENTO GRAVADA NO JORNAL MNTJRNL.    *
000580*----------------------------------------------------------------*
000590
000600 ENVIRONMENT DIVISION.
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MOVCLS-STATUS.
000680     SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK'.
000682     SELECT CHECKED-MOV-FILE ASSIGN TO 'MOVCHK'
000685         ORGANIZATION IS LINE SEQUENTIAL
000687         FILE STATUS IS WS-MOVCHK-STATUS.
000690     SELECT SORTED-MOV-FILE ASSIGN TO 'MOVSRT'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-MOVSRT-STATUS.
000750     SELECT MASTER-IN-FILE ASSIGN TO 'MSTWRK'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-MSTRIN-STATUS.
000772     SELECT MASTER-POST-FILE ASSIGN TO 'MSTPST'
000775         ORGANIZATION IS LINE SEQUENTIAL
000777         FILE STATUS IS WS-MSTPST-STATUS.
000780     SELECT MASTER-OUT-FILE ASSIGN TO 'MSTROUT'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-MSTROUT-STATUS.
000810     SELECT REJECT-FILE ASSIGN TO 'MOVREJ'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-MOVREJ-STATUS.
000832     SELECT DETAIL-WORK-FILE ASSIGN TO 'DETWRK'
000835         ORGANIZATION IS LINE SEQUENTIAL
000837         FILE STATUS IS WS-DETWRK-STATUS.
000840     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-MOVDET-STATUS.
000861     SELECT TRANSFER-CREDIT-FILE ASSIGN TO 'TRFCRD'
000862         ORGANIZATION IS LINE SEQUENTIAL
000864         FILE STATUS IS WS-TRFCRD-STATUS.
000865     SELECT SORTED-CREDIT-FILE ASSIGN TO 'TRFSRT'
000867         ORGANIZATION IS LINE SEQUENTIAL
000868         FILE STATUS IS WS-TRFSRT-STATUS.
000870     SELECT POST-PARM-FILE ASSIGN TO 'POSTPRM'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-POSTPRM-STATUS.
000900     SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'EXCRPT'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-EXCRPT-STATUS.
000921     SELECT INDEX-OUT-FILE ASSIGN TO 'IDXOUT'
000922         ORGANIZATION IS LINE SEQUENTIAL
000924         FILE STATUS IS WS-IDXOUT-STATUS.
000925     SELECT JOURNAL-FILE ASSIGN TO 'MNTJRNL'
000927         ORGANIZATION IS LINE SEQUENTIAL
000928         FILE STATUS IS WS-MNTJRNL-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000980     COPY MOVCLS.
000990
001000*----------------------------------------------------------------*
001010* AREA DE ORDENACAO DO MOVIMENTO (LAYOUT DO MOVCLS, COM O NUMERO *
001015* DE CHEGADA E A SITUACAO DA CONTA CONTRAPARTIDA NO MESTRE)      *
001020*----------------------------------------------------------------*
001030 SD  SORT-WORK-FILE.
001040 01  SORT-WORK-RECORD.
001070     05  SRT-AMOUNT              PIC 9(09)V99.
001080     05  SRT-DATE                PIC 9(08).
001090     05  SRT-CLASS               PIC X(02).
001092     05  SRT-CTR-ACCOUNT         PIC 9(10).
001094     05  SRT-SEQ                 PIC 9(07).
001096     05  SRT-CTR-STATUS          PIC X(02).
001098     05  SRT-ADJ-REF             PIC X(12).
001100
001110*----------------------------------------------------------------*
001111* MOVCHK - MOVIMENTO NUMERADO E ORDENADO PELA CONTA              *
001112*          CONTRAPARTIDA, TRABALHO DA CONFERENCIA DO DESTINO DAS *
001114*          TRANSFERENCIAS NO MESTRE (DEMAIS TIPOS COM ZERO)      *
001115*----------------------------------------------------------------*
001116 FD  CHECKED-MOV-FILE.
001118 01  CHECKED-MOV-RECORD.
001119     05  CHK-ACCOUNT             PIC 9(10).
001120     05  CHK-TYPE                PIC X(02).
001122     05  CHK-AMOUNT              PIC 9(09)V99.
001123     05  CHK-DATE                PIC 9(08).
001125     05  CHK-CLASS               PIC X(02).
001126     05  CHK-CTR-ACCOUNT         PIC 9(10).
001127     05  CHK-SEQ                 PIC 9(07).
001129     05  CHK-CTR-STATUS          PIC X(02).
001130     05  CHK-ADJ-REF             PIC X(12).
001131
001133*----------------------------------------------------------------*
001134* MOVSRT - MOVIMENTO CLASSIFICADO ORDENADO POR CONTA E ORDEM DE  *
001135*          CHEGADA, TRABALHO DO CASAMENTO SEQUENCIAL COM O       *
001137*          MESTRE. MSR-CTR-STATUS TRAZ O MOTIVO 05/06 QUANDO A   *
001138*          CONTA CONTRAPARTIDA DA TRANSFERENCIA NAO PODE RECEBER *
001140*----------------------------------------------------------------*
001150 FD  SORTED-MOV-FILE.
001160 01  SORTED-MOV-RECORD.
001190     05  MSR-AMOUNT              PIC 9(09)V99.
001200     05  MSR-DATE                PIC 9(08).
001210     05  MSR-CLASS               PIC X(02).
001212     05  MSR-CTR-ACCOUNT         PIC 9(10).
001214     05  MSR-SEQ                 PIC 9(07).
001216     05  MSR-CTR-STATUS          PIC X(02).
001218     05  MSR-ADJ-REF             PIC X(12).
001220
001230 FD  MOVTOT-FILE.
001240     COPY MOVTOT.
001250
001260 FD  MASTER-IN-FILE.
001261     COPY MSTREC.
001262
001263*----------------------------------------------------------------*
001265* MSTPST - CADASTRO MESTRE COM OS MOVIMENTOS PROPRIOS DAS CONTAS *
001266*          E AS PERNAS DE DEBITO APLICADOS, TRABALHO DA PASSADA  *
001267*          DAS PERNAS DE CREDITO (MESMO LAYOUT DO MSTREC)        *
001268*----------------------------------------------------------------*
001270 FD  MASTER-POST-FILE.
001271 01  MASTER-POST-RECORD.
001272     05  MSTP-ACCOUNT            PIC 9(10).
001273     05  MSTP-NAME               PIC X(30).
001275     05  MSTP-STATUS             PIC X(01).
001276     05  MSTP-BALANCE            PIC S9(11)V99.
001277     05  MSTP-LIMIT              PIC 9(09)V99.
001278     05  MSTP-LAST-ACTIVITY      PIC 9(08).
001280
001290*----------------------------------------------------------------*
001300* MSTROUT - CADASTRO MESTRE ATUALIZADO PELA POSTAGEM (MESMO      *
001370     05  MSTO-STATUS             PIC X(01).
001380     05  MSTO-BALANCE            PIC S9(11)V99.
001390     05  MSTO-LIMIT              PIC 9(09)V99.
001395     05  MSTO-LAST-ACTIVITY      PIC 9(08).
001400
001410 FD  REJECT-FILE.
001420     COPY MOVREJ.
001421
001422*----------------------------------------------------------------*
001423* DETWRK - DETALHE DOS MOVIMENTOS APLICADOS NO CASAMENTO (MESMO  *
001424*          LAYOUT DO MOVDET), COMPLETADO COM AS PERNAS DE        *
001425*          CREDITO NA SEGUNDA PASSADA                            *
001426*----------------------------------------------------------------*
001427 FD  DETAIL-WORK-FILE.
001428 01  DETAIL-WORK-RECORD.
001429     05  DTW-ACCOUNT             PIC 9(10).
001430     05  DTW-TYPE                PIC X(02).
001431     05  DTW-AMOUNT              PIC 9(09)V99.
001432     05  DTW-DATE                PIC 9(08).
001433     05  DTW-BAL-BEFORE          PIC S9(11)V99.
001434     05  DTW-BAL-AFTER           PIC S9(11)V99.
001435     05  DTW-RUN-ID              PIC X(18).
001436     05  DTW-DC-INDICATOR        PIC X(01).
001437     05  DTW-CTR-ACCOUNT         PIC 9(10).
001438     05  DTW-ADJ-REF             PIC X(12).
001439
001440 FD  DETAIL-FILE.
001441     COPY MOVDET.
001442
001443*----------------------------------------------------------------*
001444* TRFCRD - PERNAS DE CREDITO DAS TRANSFERENCIAS ACEITAS NO       *
001445*          CASAMENTO (LAYOUT DA AREA DE ORDENACAO: TCR-ACCOUNT E *
001446*          A CONTA DEBITADA, TCR-CTR-ACCOUNT A CONTA A CREDITAR) *
001447*----------------------------------------------------------------*
001448 FD  TRANSFER-CREDIT-FILE.
001449 01  TRANSFER-CREDIT-RECORD.
001450     05  TCR-ACCOUNT             PIC 9(10).
001451     05  TCR-TYPE                PIC X(02).
001452     05  TCR-AMOUNT              PIC 9(09)V99.
001454     05  TCR-DATE                PIC 9(08).
001455     05  TCR-CLASS               PIC X(02).
001456     05  TCR-CTR-ACCOUNT         PIC 9(10).
001457     05  TCR-SEQ                 PIC 9(07).
001458     05  TCR-CTR-STATUS          PIC X(02).
001459     05  TCR-ADJ-REF             PIC X(12).
001460
001461*----------------------------------------------------------------*
001462* TRFSRT - PERNAS DE CREDITO ORDENADAS PELA CONTA A CREDITAR E   *
001463*          ORDEM DE CHEGADA, TRABALHO DA SEGUNDA PASSADA         *
001464*----------------------------------------------------------------*
001465 FD  SORTED-CREDIT-FILE.
001467 01  SORTED-CREDIT-RECORD.
001468     05  TRS-ACCOUNT             PIC 9(10).
001469     05  TRS-TYPE                PIC X(02).
001470     05  TRS-AMOUNT              PIC 9(09)V99.
001471     05  TRS-DATE                PIC 9(08).
001472     05  TRS-CLASS               PIC X(02).
001473     05  TRS-CTR-ACCOUNT         PIC 9(10).
001474     05  TRS-SEQ                 PIC 9(07).
001475     05  TRS-CTR-STATUS          PIC X(02).
001476     05  TRS-ADJ-REF             PIC X(12).
001477
001478*----------------------------------------------------------------*
001480* POSTPRM - CARTOES DE PARAMETRO DA POSTAGEM (MARGEM=...)        *
001490*----------------------------------------------------------------*
001500 FD  POST-PARM-FILE.
001520
001530 FD  EXCEPTION-REPORT-FILE.
001540 01  EXCEPTION-REPORT-LINE      PIC X(80).
001541
001542*----------------------------------------------------------------*
001543* IDXOUT - INDICE DE MOVIMENTOS ACEITOS (COPY MOVIDX), ABERTO EM *
001544*          EXTEND PORQUE A VALIDACAO (S001-PROC1) JA GRAVOU NELE *
001545*          AS ENTRADAS DA JANELA DE DUPLICIDADE                  *
001547*----------------------------------------------------------------*
001548 FD  INDEX-OUT-FILE.
001549     COPY MOVIDX.
001550
001551*----------------------------------------------------------------*
001552* MNTJRNL - JORNAL DE ALTERACOES DO MESTRE (COPY MNTJRN), ABERTO *
001554*           EM EXTEND PARA AS REATIVACOES DE CONTA DORMENTE      *
001555*----------------------------------------------------------------*
001556 FD  JOURNAL-FILE.
001557     COPY MNTJRN.
001558
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------*
001580* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001600 77  WS-MOVCLS-STATUS        PIC X(02) VALUE SPACES.
001610     88  WS-MOVCLS-OK                VALUE '00'.
001620     88  WS-MOVCLS-EOF               VALUE '10'.
001622 77  WS-MOVCHK-STATUS        PIC X(02) VALUE SPACES.
001625     88  WS-MOVCHK-OK                VALUE '00'.
001627     88  WS-MOVCHK-EOF               VALUE '10'.
001630 77  WS-MOVSRT-STATUS        PIC X(02) VALUE SPACES.
001640     88  WS-MOVSRT-OK                VALUE '00'.
001650     88  WS-MOVSRT-EOF               VALUE '10'.
001680 77  WS-MSTRIN-STATUS        PIC X(02) VALUE SPACES.
001690     88  WS-MSTRIN-OK                VALUE '00'.
001700     88  WS-MSTRIN-EOF               VALUE '10'.
001702 77  WS-MSTPST-STATUS        PIC X(02) VALUE SPACES.
001705     88  WS-MSTPST-OK                VALUE '00'.
001707     88  WS-MSTPST-EOF               VALUE '10'.
001710 77  WS-MSTROUT-STATUS       PIC X(02) VALUE SPACES.
001720     88  WS-MSTROUT-OK               VALUE '00'.
001730 77  WS-MOVREJ-STATUS        PIC X(02) VALUE SPACES.
001740     88  WS-MOVREJ-OK                VALUE '00'.
001742 77  WS-DETWRK-STATUS        PIC X(02) VALUE SPACES.
001745     88  WS-DETWRK-OK                VALUE '00'.
001747     88  WS-DETWRK-EOF               VALUE '10'.
001750 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
001760     88  WS-MOVDET-OK                VALUE '00'.
001761 77  WS-TRFCRD-STATUS        PIC X(02) VALUE SPACES.
001763     88  WS-TRFCRD-OK                VALUE '00'.
001765 77  WS-TRFSRT-STATUS        PIC X(02) VALUE SPACES.
001766     88  WS-TRFSRT-OK                VALUE '00'.
001768     88  WS-TRFSRT-EOF               VALUE '10'.
001770 77  WS-POSTPRM-STATUS       PIC X(02) VALUE SPACES.
001780     88  WS-POSTPRM-OK               VALUE '00'.
001790     88  WS-POSTPRM-NOT-FOUND        VALUE '35'.
001800 77  WS-EXCRPT-STATUS        PIC X(02) VALUE SPACES.
001810     88  WS-EXCRPT-OK                VALUE '00'.
001811 77  WS-IDXOUT-STATUS        PIC X(02) VALUE SPACES.
001813     88  WS-IDXOUT-OK                VALUE '00'.
001815 77  WS-MNTJRNL-STATUS       PIC X(02) VALUE SPACES.
001816     88  WS-MNTJRNL-OK               VALUE '00'.
001818     88  WS-MNTJRNL-NOT-FOUND        VALUE '35'.
001820
001830*----------------------------------------------------------------*
001840* AREA DE POSTAGEM E TOTAIS                                      *
001940 77  WS-MATCH-DONE-SWITCH    PIC X(01) VALUE 'N'.
001950     88  WS-MATCH-DONE               VALUE 'Y'.
001960 01  WS-EDIT-AMOUNT-TEXT         PIC X(11) VALUE SPACES.
001961 01  WS-EDIT-AMOUNT-NUM REDEFINES WS-EDIT-AMOUNT-TEXT
001962                             PIC 9(09)V99.
001963
001964*----------------------------------------------------------------*
001965* TRANSFERENCIA ENTRE CONTAS: NUMERO DE CHEGADA DO MOVIMENTO,    *
001966* QUE MANTEM A ORDEM ORIGINAL DENTRO DA CONTA NAS ORDENACOES     *
001967*----------------------------------------------------------------*
001968 77  WS-MOV-SEQ              PIC 9(07) VALUE ZERO.
001970 77  WS-CTR-MSTR-EOF-SWITCH  PIC X(01) VALUE 'N'.
001971     88  WS-CTR-MSTR-EOF             VALUE 'Y'.
001972
001973*----------------------------------------------------------------*
001974* CONTA DORMENTE: SITUACAO E DATA DA ULTIMA ATIVIDADE DE         *
001975* TRABALHO DA CONTA CORRENTE E IMAGEM DO MESTRE PARA O JORNAL DA *
001976* REATIVACAO (MESMO LAYOUT DO MSTREC)                            *
001977*----------------------------------------------------------------*
001978 77  WS-WORK-STATUS          PIC X(01) VALUE SPACE.
001980 77  WS-WORK-LAST-ACTIVITY   PIC 9(08) VALUE ZERO.
001981 77  WS-REACTIVATED-COUNT    PIC 9(07) VALUE ZERO.
001982 01  WS-JRN-MASTER-IMAGE.
001983     05  WS-JRM-ACCOUNT          PIC 9(10).
001984     05  WS-JRM-NAME             PIC X(30).
001985     05  WS-JRM-STATUS           PIC X(01).
001986     05  WS-JRM-BALANCE          PIC S9(11)V99.
001987     05  WS-JRM-LIMIT            PIC 9(09)V99.
001988     05  WS-JRM-LAST-ACTIVITY    PIC 9(08).
001990
002000*----------------------------------------------------------------*
002010* CONTROLE DE LIMITE DE CREDITO E RELATORIO DE EXCECOES: A       *
002320 MAIN-PROC SECTION.
002330*----------------------------------------------------------------*
002340* 0000-MAINLINE - ORDENA O MOVIMENTO POR CONTA, CASA COM O       *
002350*                 MESTRE EM UMA PASSADA, APLICA AS PERNAS DE     *
002360*                 CREDITO DAS TRANSFERENCIAS NUMA SEGUNDA        *
002363*                 PASSADA E GRAVA MSTROUT, MOVREJ, MOVDET,       *
002366*                 EXCRPT E OS TOTAIS EM MOVTOT                   *
002370*----------------------------------------------------------------*
002380 0000-MAINLINE.
002390     MOVE 'S002-PROC2'         TO SC-STEP-NAME
002430     MOVE ZERO TO WS-POSTREJ-COUNT
002440     MOVE ZERO TO WS-POSTREJ-AMOUNT
002450     MOVE ZERO TO WS-EXCEPTION-COUNT
002455     MOVE ZERO TO WS-REACTIVATED-COUNT
002460     PERFORM 5150-READ-POST-PARMS THRU 5150-EXIT
002470     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002480        GO TO 0000-EXIT
002550     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002560        GO TO 0000-EXIT
002570     END-IF
002590     MOVE 'N' TO WS-MATCH-DONE-SWITCH
002600     PERFORM 6100-READ-MOVEMENT THRU 6100-EXIT
002610     PERFORM 6200-READ-MASTER THRU 6200-EXIT
002620     PERFORM 6000-MATCH-ONE-PAIR THRU 6000-EXIT
002621         UNTIL WS-MATCH-DONE
002622            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002623     CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
002624           REJECT-FILE DETAIL-WORK-FILE TRANSFER-CREDIT-FILE
002625           INDEX-OUT-FILE JOURNAL-FILE
002626     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002627        GO TO 0000-EXIT
002628     END-IF
002629     PERFORM 5180-SORT-CREDIT-LEGS THRU 5180-EXIT
002630     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002631        GO TO 0000-EXIT
002632     END-IF
002633     PERFORM 6500-OPEN-CREDIT-FILES THRU 6500-EXIT
002634     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002635        GO TO 0000-EXIT
002636     END-IF
002637     PERFORM 5160-WRITE-EXCEPTION-HEADER THRU 5160-EXIT
002638     PERFORM 6650-READ-DETAIL-WORK THRU 6650-EXIT
002639     PERFORM 6660-READ-CREDIT-LEG THRU 6660-EXIT
002640     PERFORM 6600-CREDIT-ONE-MASTER THRU 6600-EXIT
002641         UNTIL WS-MSTPST-EOF
002642            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002643     IF SC-RETURN-CODE IS EQUAL TO ZERO
002644        AND (NOT WS-DETWRK-EOF OR NOT WS-TRFSRT-EOF)
002645        DISPLAY 'S002PRC2 - DETALHE OU PERNA DE CREDITO SEM '
002646                'CONTA NO MESTRE - CONTA ' DTW-ACCOUNT ' / '
002647                TRS-CTR-ACCOUNT
002648        MOVE 12 TO SC-RETURN-CODE
002649     END-IF
002650     IF SC-RETURN-CODE IS EQUAL TO ZERO
002660        PERFORM 5170-WRITE-EXCEPTION-TRAILER THRU 5170-EXIT
002670     END-IF
002680     CLOSE MASTER-POST-FILE DETAIL-WORK-FILE SORTED-CREDIT-FILE
002690           MASTER-OUT-FILE DETAIL-FILE EXCEPTION-REPORT-FILE
002695           JOURNAL-FILE
002700     IF SC-RETURN-CODE IS EQUAL TO ZERO
002710        PERFORM 5450-APPEND-POST-TOTALS THRU 5450-EXIT
002720     END-IF.
002740     GOBACK.
002750
002760*----------------------------------------------------------------*
002770* 5100-SORT-MOVEMENTS - NUMERA O MOVIMENTO NA ORDEM DE CHEGADA E *
002780*                       O ORDENA PELA CONTA CONTRAPARTIDA        *
002790*                       (MOVCHK); CONFERE NO MESTRE O DESTINO    *
002792*                       DAS TRANSFERENCIAS E REORDENA POR CONTA  *
002795*                       E ORDEM DE CHEGADA PARA O TRABALHO       *
002797*                       MOVSRT                                   *
002800*----------------------------------------------------------------*
002810 5100-SORT-MOVEMENTS.
002815     MOVE ZERO TO WS-MOV-SEQ
002820     SORT SORT-WORK-FILE
002830         ON ASCENDING KEY SRT-CTR-ACCOUNT
002840         WITH DUPLICATES IN ORDER
002841         INPUT PROCEDURE IS 5110-RELEASE-MOVEMENTS
002842                       THRU 5110-EXIT
002843         GIVING CHECKED-MOV-FILE
002845     IF SORT-RETURN IS NOT EQUAL TO ZERO
002846        DISPLAY 'S002PRC2 - FALHA NA ORDENACAO DO MOVIMENTO - '
002847                SORT-RETURN
002848        MOVE 16 TO SC-RETURN-CODE
002850     END-IF
002851     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002852        GO TO 5100-EXIT
002853     END-IF
002855     SORT SORT-WORK-FILE
002856         ON ASCENDING KEY SRT-ACCOUNT SRT-SEQ
002857         INPUT PROCEDURE IS 5130-CHECK-COUNTER-ACCOUNTS
002858                       THRU 5130-EXIT
002860         GIVING SORTED-MOV-FILE
002861     IF SORT-RETURN IS NOT EQUAL TO ZERO
002862        DISPLAY 'S002PRC2 - FALHA NA ORDENACAO DO MOVIMENTO - '
002863                SORT-RETURN
002864        MOVE 16 TO SC-RETURN-CODE
002865     END-IF.
002866 5100-EXIT.
002867     EXIT.
002868
002869*----------------------------------------------------------------*
002870* 5110-RELEASE-MOVEMENTS - PROCEDIMENTO DE ENTRADA DA PRIMEIRA   *
002871*                          ORDENACAO: LE O MOVCLS E LIBERA CADA  *
002872*                          MOVIMENTO COM O NUMERO DE CHEGADA     *
002873*----------------------------------------------------------------*
002874 5110-RELEASE-MOVEMENTS.
002875     OPEN INPUT MOVCLS-FILE
002876     IF NOT WS-MOVCLS-OK
002877        DISPLAY 'S002PRC2 - ERRO AO ABRIR MOVCLS - '
002878                WS-MOVCLS-STATUS
002879        MOVE 16 TO SC-RETURN-CODE
002880        GO TO 5110-EXIT
002881     END-IF
002882     PERFORM 5115-RELEASE-ONE-MOVEMENT THRU 5115-EXIT
002883         UNTIL WS-MOVCLS-EOF
002884     CLOSE MOVCLS-FILE.
002885 5110-EXIT.
002886     EXIT.
002887
002888*----------------------------------------------------------------*
002889* 5115-RELEASE-ONE-MOVEMENT - LE UM MOVIMENTO CLASSIFICADO E O   *
002890*                             LIBERA PARA A ORDENACAO. SO A      *
002891*                             TRANSFERENCIA LEVA CONTRAPARTIDA   *
002892*----------------------------------------------------------------*
002893 5115-RELEASE-ONE-MOVEMENT.
002894     READ MOVCLS-FILE
002895         AT END
002896            SET WS-MOVCLS-EOF TO TRUE
002897            GO TO 5115-EXIT
002898     END-READ
002899     ADD 1 TO WS-MOV-SEQ
002900     MOVE MVC-ACCOUNT TO SRT-ACCOUNT
002901     MOVE MVC-TYPE    TO SRT-TYPE
002902     MOVE MVC-AMOUNT  TO SRT-AMOUNT
002903     MOVE MVC-DATE    TO SRT-DATE
002904     MOVE MVC-CLASS   TO SRT-CLASS
002905     IF MVC-TYPE IS EQUAL TO 'TR'
002906        MOVE MVC-CTR-ACCOUNT TO SRT-CTR-ACCOUNT
002907     ELSE
002908        MOVE ZERO TO SRT-CTR-ACCOUNT
002909     END-IF
002910     MOVE WS-MOV-SEQ  TO SRT-SEQ
002911     MOVE SPACES      TO SRT-CTR-STATUS
002912     MOVE MVC-ADJ-REF TO SRT-ADJ-REF
002913     RELEASE SORT-WORK-RECORD.
002914 5115-EXIT.
002915     EXIT.
002916
002917*----------------------------------------------------------------*
002918* 5130-CHECK-COUNTER-ACCOUNTS - PROCEDIMENTO DE ENTRADA DA       *
002919*                               SEGUNDA ORDENACAO: CASA O MOVCHK *
002920*                               (ORDEM DE CONTRAPARTIDA) COM O   *
002921*                               MESTRE MANTIDO, ANOTA A SITUACAO *
002922*                               DO DESTINO DE CADA TRANSFERENCIA *
002923*                               E LIBERA O MOVIMENTO             *
002924*----------------------------------------------------------------*
002925 5130-CHECK-COUNTER-ACCOUNTS.
002926     OPEN INPUT CHECKED-MOV-FILE
002927     IF NOT WS-MOVCHK-OK
002928        DISPLAY 'S002PRC2 - ERRO AO ABRIR MOVCHK - '
002929                WS-MOVCHK-STATUS
002930        MOVE 16 TO SC-RETURN-CODE
002931        GO TO 5130-EXIT
002932     END-IF
002933     OPEN INPUT MASTER-IN-FILE
002934     IF NOT WS-MSTRIN-OK
002935        DISPLAY 'S002PRC2 - ERRO AO ABRIR MSTWRK - '
002936                WS-MSTRIN-STATUS
002937        MOVE 16 TO SC-RETURN-CODE
002938        CLOSE CHECKED-MOV-FILE
002939        GO TO 5130-EXIT
002940     END-IF
002941     MOVE 'N' TO WS-CTR-MSTR-EOF-SWITCH
002942     PERFORM 5137-READ-COUNTER-MASTER THRU 5137-EXIT
002943     PERFORM 5135-CHECK-ONE-MOVEMENT THRU 5135-EXIT
002944         UNTIL WS-MOVCHK-EOF
002945     CLOSE CHECKED-MOV-FILE MASTER-IN-FILE.
002946 5130-EXIT.
002947     EXIT.
002948
002949*----------------------------------------------------------------*
002950* 5135-CHECK-ONE-MOVEMENT - LE UM MOVIMENTO DO MOVCHK; NA        *
002951*                           TRANSFERENCIA AVANCA O MESTRE ATE A  *
002952*                           CONTA CONTRAPARTIDA: AUSENTE ANOTA   *
002953*                           05, NAO ATIVA NEM DORMENTE ANOTA 06  *
002954*----------------------------------------------------------------*
002955 5135-CHECK-ONE-MOVEMENT.
002956     READ CHECKED-MOV-FILE
002957         AT END
002958            SET WS-MOVCHK-EOF TO TRUE
002959            GO TO 5135-EXIT
002960     END-READ
002961     MOVE SPACES TO CHK-CTR-STATUS
002962     IF CHK-TYPE IS EQUAL TO 'TR'
002963        PERFORM 5137-READ-COUNTER-MASTER THRU 5137-EXIT
002964            UNTIL WS-CTR-MSTR-EOF
002965               OR MSTI-ACCOUNT IS NOT LESS THAN CHK-CTR-ACCOUNT
002966        EVALUATE TRUE
002967            WHEN WS-CTR-MSTR-EOF
002968                MOVE '05' TO CHK-CTR-STATUS
002969            WHEN MSTI-ACCOUNT IS GREATER THAN CHK-CTR-ACCOUNT
002970                MOVE '05' TO CHK-CTR-STATUS
002971            WHEN MSTI-STATUS IS NOT EQUAL TO 'A'
002972             AND MSTI-STATUS IS NOT EQUAL TO 'D'
002973                MOVE '06' TO CHK-CTR-STATUS
002974            WHEN OTHER
002975                CONTINUE
002976        END-EVALUATE
002977     END-IF
002978     RELEASE SORT-WORK-RECORD FROM CHECKED-MOV-RECORD.
002979 5135-EXIT.
002980     EXIT.
002981
002982*----------------------------------------------------------------*
002983* 5137-READ-COUNTER-MASTER - LE O PROXIMO REGISTRO DO MESTRE NA  *
002984*                            CONFERENCIA DAS CONTRAPARTIDAS      *
002985*----------------------------------------------------------------*
002986 5137-READ-COUNTER-MASTER.
002987     READ MASTER-IN-FILE
002988         AT END
002989            SET WS-CTR-MSTR-EOF TO TRUE
002990     END-READ.
002991 5137-EXIT.
002992     EXIT.
002993
002994*----------------------------------------------------------------*
002995* 5150-READ-POST-PARMS - LE OS CARTOES DE PARAMETRO DO POSTPRM   *
002996*                        (MARGEM=VALOR DE 11 DIGITOS COM DOIS    *
002997*                        DECIMAIS IMPLICITOS). ARQUIVO AUSENTE   *
002998*                        OU SEM CARTAO MANTEM O PADRAO.          *
003000*----------------------------------------------------------------*
003010 5150-READ-POST-PARMS.
003020     OPEN INPUT POST-PARM-FILE
003790     STRING 'TOTAL DE CONTAS EM EXCECAO: '   DELIMITED BY SIZE
003800            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
003810         INTO EXCEPTION-REPORT-LINE
003811     PERFORM 9100-WRITE-EXCEPTION-LINE THRU 9100-EXIT
003812     MOVE WS-REACTIVATED-COUNT TO WS-RPT-COUNT-EDIT
003813     MOVE SPACES TO EXCEPTION-REPORT-LINE
003814     STRING 'CONTAS DORMENTES REATIVADAS: '  DELIMITED BY SIZE
003815            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
003816         INTO EXCEPTION-REPORT-LINE
003817     PERFORM 9100-WRITE-EXCEPTION-LINE THRU 9100-EXIT.
003818 5170-EXIT.
003819     EXIT.
003820
003821
003822*----------------------------------------------------------------*
003823* 5180-SORT-CREDIT-LEGS - ORDENA AS PERNAS DE CREDITO DAS        *
003825*                         TRANSFERENCIAS ACEITAS PELA CONTA A    *
003826*                         CREDITAR E ORDEM DE CHEGADA (TRFSRT)   *
003827*----------------------------------------------------------------*
003828 5180-SORT-CREDIT-LEGS.
003829     SORT SORT-WORK-FILE
003830         ON ASCENDING KEY SRT-CTR-ACCOUNT SRT-SEQ
003831         USING TRANSFER-CREDIT-FILE
003832         GIVING SORTED-CREDIT-FILE
003833     IF SORT-RETURN IS NOT EQUAL TO ZERO
003834        DISPLAY 'S002PRC2 - FALHA NA ORDENACAO DAS PERNAS DE '
003835                'CREDITO - ' SORT-RETURN
003836        MOVE 16 TO SC-RETURN-CODE
003837     END-IF.
003838 5180-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
004020        CLOSE SORTED-MOV-FILE
004030        GO TO 5200-EXIT
004040     END-IF
004050     OPEN OUTPUT MASTER-POST-FILE
004060     IF NOT WS-MSTPST-OK
004070        DISPLAY 'S002PRC2 - ERRO AO ABRIR MSTPST - '
004080                WS-MSTPST-STATUS
004090        MOVE 16 TO SC-RETURN-CODE
004100        CLOSE SORTED-MOV-FILE MASTER-IN-FILE
004110        GO TO 5200-EXIT
004150        DISPLAY 'S002PRC2 - ERRO AO ABRIR MOVREJ - '
004160                WS-MOVREJ-STATUS
004170        MOVE 16 TO SC-RETURN-CODE
004180        CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
004190        GO TO 5200-EXIT
004200     END-IF
004210     OPEN OUTPUT DETAIL-WORK-FILE
004220     IF NOT WS-DETWRK-OK
004230        DISPLAY 'S002PRC2 - ERRO AO ABRIR DETWRK - '
004240                WS-DETWRK-STATUS
004250        MOVE 16 TO SC-RETURN-CODE
004260        CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
004270              REJECT-FILE
004280        GO TO 5200-EXIT
004290     END-IF
004300     OPEN OUTPUT TRANSFER-CREDIT-FILE
004310     IF NOT WS-TRFCRD-OK
004320        DISPLAY 'S002PRC2 - ERRO AO ABRIR TRFCRD - '
004330                WS-TRFCRD-STATUS
004340        MOVE 16 TO SC-RETURN-CODE
004341        CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
004342              REJECT-FILE DETAIL-WORK-FILE
004343        GO TO 5200-EXIT
004344     END-IF
004346     OPEN EXTEND INDEX-OUT-FILE
004347     IF NOT WS-IDXOUT-OK
004348        DISPLAY 'S002PRC2 - ERRO AO ABRIR IDXOUT - '
004349                WS-IDXOUT-STATUS
004350        MOVE 16 TO SC-RETURN-CODE
004352        CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
004353              REJECT-FILE DETAIL-WORK-FILE TRANSFER-CREDIT-FILE
004354        GO TO 5200-EXIT
004355     END-IF
004356     OPEN EXTEND JOURNAL-FILE
004358     IF WS-MNTJRNL-NOT-FOUND
004359        OPEN OUTPUT JOURNAL-FILE
004360     END-IF
004361     IF NOT WS-MNTJRNL-OK
004362        DISPLAY 'S002PRC2 - ERRO AO ABRIR MNTJRNL - '
004364                WS-MNTJRNL-STATUS
004365        MOVE 16 TO SC-RETURN-CODE
004366        CLOSE SORTED-MOV-FILE MASTER-IN-FILE MASTER-POST-FILE
004367              REJECT-FILE DETAIL-WORK-FILE TRANSFER-CREDIT-FILE
004368              INDEX-OUT-FILE
004370     END-IF.
004380 5200-EXIT.
004390     EXIT.
004850
004860*----------------------------------------------------------------*
004870* 6200-READ-MASTER - LE O PROXIMO REGISTRO DO MESTRE E POSICIONA *
004880*                    O SALDO, A SITUACAO E A DATA DA ULTIMA      *
004885*                    ATIVIDADE DE TRABALHO DA CONTA              *
004890*----------------------------------------------------------------*
004900 6200-READ-MASTER.
004910     READ MASTER-IN-FILE
004920         AT END
004930            SET WS-MSTRIN-EOF TO TRUE
004940         NOT AT END
004950            MOVE MSTI-BALANCE       TO WS-WORK-BALANCE
004953            MOVE MSTI-STATUS        TO WS-WORK-STATUS
004956            MOVE MSTI-LAST-ACTIVITY TO WS-WORK-LAST-ACTIVITY
004960     END-READ.
004970 6200-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------*
005010* 6300-FINALIZE-MASTER - GRAVA EM MSTPST A CONTA CORRENTE DO     *
005020*                        MESTRE COM O SALDO, A SITUACAO E A DATA *
005030*                        DA ULTIMA ATIVIDADE APLICADOS, PARA A   *
005035*                        PASSADA DAS PERNAS DE CREDITO           *
005040*----------------------------------------------------------------*
005050 6300-FINALIZE-MASTER.
005060     MOVE MSTI-ACCOUNT    TO MSTP-ACCOUNT
005070     MOVE MSTI-NAME       TO MSTP-NAME
005080     MOVE WS-WORK-STATUS  TO MSTP-STATUS
005090     MOVE WS-WORK-BALANCE TO MSTP-BALANCE
005100     MOVE MSTI-LIMIT      TO MSTP-LIMIT
005110     MOVE WS-WORK-LAST-ACTIVITY TO MSTP-LAST-ACTIVITY
005120     WRITE MASTER-POST-RECORD.
005140 6300-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------*
005180* 6400-APPLY-MOVEMENT - APLICA O MOVIMENTO CORRENTE AO SALDO DA  *
005190*                       CONTA CORRENTE DO MESTRE. CONTA DORMENTE *
005200*                       SO ACEITA CREDITO (DEBITO E              *
005210*                       TRANSFERENCIA DE SAIDA REJEITAM COM O    *
005220*                       MOTIVO 09) E O CREDITO A REATIVA; DEMAIS *
005221*                       CONTAS NAO ATIVAS REJEITAM O MOVIMENTO   *
005223*                       (MOTIVO 06). TRANSFERENCIA CUJA          *
005225*                       CONTRAPARTIDA NAO PODE RECEBER REJEITA   *
005226*                       COM O MOTIVO ANOTADO NA CONFERENCIA      *
005228*                       (05/06) E DEBITO OU TRANSFERENCIA QUE    *
005230*                       ROMPERIA SALDO + LIMITE DE CREDITO       *
005231*                       REJEITA COM SALDO INSUFICIENTE (MOTIVO   *
005233*                       07). A TRANSFERENCIA ACEITA DEBITA A     *
005235*                       CONTA E GRAVA A PERNA DE CREDITO EM      *
005236*                       TRFCRD. O MOVIMENTO APLICADO ATUALIZA A  *
005238*                       DATA DA ULTIMA ATIVIDADE.                *
005240*----------------------------------------------------------------*
005250 6400-APPLY-MOVEMENT.
005260     IF WS-WORK-STATUS IS EQUAL TO 'D'
005261        AND MSR-TYPE IS NOT EQUAL TO 'CR'
005262        MOVE '09' TO WS-REJECT-REASON
005263        PERFORM 5900-WRITE-REJECT-POST THRU 5900-EXIT
005265        GO TO 6400-EXIT
005266     END-IF
005267     IF WS-WORK-STATUS IS NOT EQUAL TO 'A'
005268        AND WS-WORK-STATUS IS NOT EQUAL TO 'D'
005270        MOVE '06' TO WS-REJECT-REASON
005280        PERFORM 5900-WRITE-REJECT-POST THRU 5900-EXIT
005290        GO TO 6400-EXIT
005300     END-IF
005310     IF MSR-TYPE IS EQUAL TO 'TR'
005311        AND MSR-CTR-STATUS IS NOT EQUAL TO SPACES
005312        MOVE MSR-CTR-STATUS TO WS-REJECT-REASON
005314        PERFORM 5900-WRITE-REJECT-POST THRU 5900-EXIT
005315        GO TO 6400-EXIT
005317     END-IF
005318     IF (MSR-TYPE IS EQUAL TO 'DB' OR MSR-TYPE IS EQUAL TO 'TR')
005320        AND MSR-AMOUNT IS GREATER THAN
005321            WS-WORK-BALANCE + MSTI-LIMIT
005322        MOVE '07' TO WS-REJECT-REASON
005323        PERFORM 5900-WRITE-REJECT-POST THRU 5900-EXIT
005324        GO TO 6400-EXIT
005325     END-IF
005326     MOVE WS-WORK-BALANCE TO WS-BAL-BEFORE
005327     IF MSR-TYPE IS EQUAL TO 'CR'
005328        ADD MSR-AMOUNT TO WS-WORK-BALANCE
005329     ELSE
005330        SUBTRACT MSR-AMOUNT FROM WS-WORK-BALANCE
005331     END-IF
005332     ADD 1 TO WS-POSTED-COUNT
005333     ADD MSR-AMOUNT TO WS-POSTED-AMOUNT
005334     PERFORM 5380-WRITE-POST-DETAIL THRU 5380-EXIT
005335     IF MSR-TYPE IS EQUAL TO 'TR'
005336        PERFORM 5385-WRITE-CREDIT-LEG THRU 5385-EXIT
005337     END-IF
005338     PERFORM 5390-WRITE-POST-INDEX THRU 5390-EXIT
005339     IF WS-WORK-STATUS IS EQUAL TO 'D'
005340        MOVE MSTI-ACCOUNT TO WS-JRM-ACCOUNT
005341        MOVE MSTI-NAME    TO WS-JRM-NAME
005342        MOVE MSTI-LIMIT   TO WS-JRM-LIMIT
005343        PERFORM 5400-JOURNAL-REACTIVATION THRU 5400-EXIT
005344     END-IF
005345     MOVE SC-BUSINESS-DATE TO WS-WORK-LAST-ACTIVITY.
005346 6400-EXIT.
005347     EXIT.
005348
005349*----------------------------------------------------------------*
005350* 6500-OPEN-CREDIT-FILES - ABRE OS ARQUIVOS DA PASSADA DAS       *
005351*                          PERNAS DE CREDITO                     *
005352*----------------------------------------------------------------*
005353 6500-OPEN-CREDIT-FILES.
005354     OPEN INPUT MASTER-POST-FILE
005355     IF NOT WS-MSTPST-OK
005356        DISPLAY 'S002PRC2 - ERRO AO ABRIR MSTPST - '
005357                WS-MSTPST-STATUS
005358        MOVE 16 TO SC-RETURN-CODE
005359        GO TO 6500-EXIT
005360     END-IF
005361     OPEN INPUT DETAIL-WORK-FILE
005362     IF NOT WS-DETWRK-OK
005363        DISPLAY 'S002PRC2 - ERRO AO ABRIR DETWRK - '
005364                WS-DETWRK-STATUS
005365        MOVE 16 TO SC-RETURN-CODE
005366        CLOSE MASTER-POST-FILE
005367        GO TO 6500-EXIT
005368     END-IF
005370     OPEN INPUT SORTED-CREDIT-FILE
005371     IF NOT WS-TRFSRT-OK
005372        DISPLAY 'S002PRC2 - ERRO AO ABRIR TRFSRT - '
005373                WS-TRFSRT-STATUS
005374        MOVE 16 TO SC-RETURN-CODE
005375        CLOSE MASTER-POST-FILE DETAIL-WORK-FILE
005376        GO TO 6500-EXIT
005377     END-IF
005378     OPEN OUTPUT MASTER-OUT-FILE
005379     IF NOT WS-MSTROUT-OK
005380        DISPLAY 'S002PRC2 - ERRO AO ABRIR MSTROUT - '
005381                WS-MSTROUT-STATUS
005382        MOVE 16 TO SC-RETURN-CODE
005383        CLOSE MASTER-POST-FILE DETAIL-WORK-FILE SORTED-CREDIT-FILE
005384        GO TO 6500-EXIT
005385     END-IF
005386     OPEN OUTPUT DETAIL-FILE
005387     IF NOT WS-MOVDET-OK
005388        DISPLAY 'S002PRC2 - ERRO AO ABRIR MOVDET - '
005389                WS-MOVDET-STATUS
005390        MOVE 16 TO SC-RETURN-CODE
005391        CLOSE MASTER-POST-FILE DETAIL-WORK-FILE SORTED-CREDIT-FILE
005392              MASTER-OUT-FILE
005393        GO TO 6500-EXIT
005394     END-IF
005395     OPEN OUTPUT EXCEPTION-REPORT-FILE
005396     IF NOT WS-EXCRPT-OK
005397        DISPLAY 'S002PRC2 - ERRO AO ABRIR EXCRPT - '
005398                WS-EXCRPT-STATUS
005399        MOVE 16 TO SC-RETURN-CODE
005400        CLOSE MASTER-POST-FILE DETAIL-WORK-FILE SORTED-CREDIT-FILE
005401              MASTER-OUT-FILE DETAIL-FILE
005402        GO TO 6500-EXIT
005403     END-IF
005404     OPEN EXTEND JOURNAL-FILE
005405     IF WS-MNTJRNL-NOT-FOUND
005406        OPEN OUTPUT JOURNAL-FILE
005407     END-IF
005408     IF NOT WS-MNTJRNL-OK
005409        DISPLAY 'S002PRC2 - ERRO AO ABRIR MNTJRNL - '
005410                WS-MNTJRNL-STATUS
005411        MOVE 16 TO SC-RETURN-CODE
005412        CLOSE MASTER-POST-FILE DETAIL-WORK-FILE SORTED-CREDIT-FILE
005413              MASTER-OUT-FILE DETAIL-FILE EXCEPTION-REPORT-FILE
005414     END-IF.
005415 6500-EXIT.
005416     EXIT.
005417
005418*----------------------------------------------------------------*
005420* 6600-CREDIT-ONE-MASTER - SEGUNDA PASSADA: PARA UMA CONTA DO    *
005421*                          MSTPST COPIA PARA MOVDET O DETALHE    *
005422*                          DOS MOVIMENTOS PROPRIOS, APLICA AS    *
005423*                          PERNAS DE CREDITO RECEBIDAS, CONFERE  *
005424*                          A EXCECAO DE SALDO/LIMITE E GRAVA A   *
005425*                          CONTA EM MSTROUT                      *
005426*----------------------------------------------------------------*
005427 6600-CREDIT-ONE-MASTER.
005428     READ MASTER-POST-FILE
005429         AT END
005430            SET WS-MSTPST-EOF TO TRUE
005431            GO TO 6600-EXIT
005432     END-READ
005433     MOVE MSTP-BALANCE TO WS-WORK-BALANCE
005434     MOVE MSTP-STATUS  TO WS-WORK-STATUS
005435     MOVE MSTP-LAST-ACTIVITY TO WS-WORK-LAST-ACTIVITY
005436     IF NOT WS-DETWRK-EOF
005437        AND DTW-ACCOUNT IS LESS THAN MSTP-ACCOUNT
005438        DISPLAY 'S002PRC2 - DETWRK FORA DE ORDEM - CONTA '
005439                DTW-ACCOUNT
005440        MOVE 12 TO SC-RETURN-CODE
005441        GO TO 6600-EXIT
005442     END-IF
005443     IF NOT WS-TRFSRT-EOF
005444        AND TRS-CTR-ACCOUNT IS LESS THAN MSTP-ACCOUNT
005445        DISPLAY 'S002PRC2 - PERNA DE CREDITO SEM CONTA NO '
005446                'MESTRE - CONTA ' TRS-CTR-ACCOUNT
005447        MOVE 12 TO SC-RETURN-CODE
005448        GO TO 6600-EXIT
005449     END-IF
005450     PERFORM 6610-COPY-ONE-DETAIL THRU 6610-EXIT
005451         UNTIL WS-DETWRK-EOF
005452            OR DTW-ACCOUNT IS NOT EQUAL TO MSTP-ACCOUNT
005453            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
005454     PERFORM 6620-APPLY-CREDIT-LEG THRU 6620-EXIT
005455         UNTIL WS-TRFSRT-EOF
005456            OR TRS-CTR-ACCOUNT IS NOT EQUAL TO MSTP-ACCOUNT
005457            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
005458     PERFORM 6700-WRITE-MASTER-OUT THRU 6700-EXIT.
005459 6600-EXIT.
005460     EXIT.
005461
005462*----------------------------------------------------------------*
005463* 6610-COPY-ONE-DETAIL - COPIA PARA MOVDET UM DETALHE DO         *
005464*                        CASAMENTO E LE O SEGUINTE               *
005465*----------------------------------------------------------------*
005466 6610-COPY-ONE-DETAIL.
005467     MOVE DETAIL-WORK-RECORD TO MOVDET-RECORD
005468     PERFORM 6680-WRITE-DETAIL THRU 6680-EXIT
005470     PERFORM 6650-READ-DETAIL-WORK THRU 6650-EXIT.
005471 6610-EXIT.
005472     EXIT.
005473
005474*----------------------------------------------------------------*
005475* 6620-APPLY-CREDIT-LEG - APLICA UMA PERNA DE CREDITO AO SALDO   *
005476*                         DA CONTA, GRAVA O DETALHE EM MOVDET    *
005477*                         COM A CONTA DEBITADA COMO              *
005478*                         CONTRAPARTIDA, REATIVA A CONTA         *
005479*                         DORMENTE E LE A SEGUINTE               *
005480*----------------------------------------------------------------*
005481 6620-APPLY-CREDIT-LEG.
005482     MOVE WS-WORK-BALANCE TO WS-BAL-BEFORE
005483     ADD TRS-AMOUNT TO WS-WORK-BALANCE
005484     MOVE MSTP-ACCOUNT    TO DET-ACCOUNT
005485     MOVE TRS-TYPE        TO DET-TYPE
005486     MOVE TRS-AMOUNT      TO DET-AMOUNT
005487     MOVE TRS-DATE        TO DET-DATE
005488     MOVE WS-BAL-BEFORE   TO DET-BAL-BEFORE
005489     MOVE WS-WORK-BALANCE TO DET-BAL-AFTER
005490     MOVE SC-RUN-ID       TO DET-RUN-ID
005491     MOVE 'C'             TO DET-DC-INDICATOR
005492     MOVE TRS-ACCOUNT     TO DET-CTR-ACCOUNT
005493     MOVE TRS-ADJ-REF     TO DET-ADJ-REF
005494     PERFORM 6680-WRITE-DETAIL THRU 6680-EXIT
005495     IF WS-WORK-STATUS IS EQUAL TO 'D'
005496        MOVE MSTP-ACCOUNT TO WS-JRM-ACCOUNT
005497        MOVE MSTP-NAME    TO WS-JRM-NAME
005498        MOVE MSTP-LIMIT   TO WS-JRM-LIMIT
005499        PERFORM 5400-JOURNAL-REACTIVATION THRU 5400-EXIT
005500     END-IF
005501     MOVE SC-BUSINESS-DATE TO WS-WORK-LAST-ACTIVITY
005502     PERFORM 6660-READ-CREDIT-LEG THRU 6660-EXIT.
005503 6620-EXIT.
005504     EXIT.
005505
005506*----------------------------------------------------------------*
005507* 6650-READ-DETAIL-WORK - LE O PROXIMO DETALHE DO CASAMENTO      *
005508*----------------------------------------------------------------*
005509 6650-READ-DETAIL-WORK.
005510     READ DETAIL-WORK-FILE
005511         AT END
005512            SET WS-DETWRK-EOF TO TRUE
005513     END-READ.
005514 6650-EXIT.
005515     EXIT.
005516
005517*----------------------------------------------------------------*
005518* 6660-READ-CREDIT-LEG - LE A PROXIMA PERNA DE CREDITO ORDENADA  *
005520*----------------------------------------------------------------*
005521 6660-READ-CREDIT-LEG.
005522     READ SORTED-CREDIT-FILE
005523         AT END
005524            SET WS-TRFSRT-EOF TO TRUE
005525     END-READ.
005526 6660-EXIT.
005527     EXIT.
005528
005529*----------------------------------------------------------------*
005530* 6680-WRITE-DETAIL - GRAVA UM REGISTRO DE DETALHE EM MOVDET     *
005531*----------------------------------------------------------------*
005532 6680-WRITE-DETAIL.
005533     WRITE MOVDET-RECORD
005534     IF NOT WS-MOVDET-OK
005535        DISPLAY 'S002PRC2 - ERRO AO GRAVAR MOVDET - '
005536                WS-MOVDET-STATUS
005537        MOVE 16 TO SC-RETURN-CODE
005538        GO TO 6680-EXIT
005539     END-IF
005540     ADD 1 TO SC-RECS-WRITTEN.
005541 6680-EXIT.
005542     EXIT.
005543
005544*----------------------------------------------------------------*
005545* 6700-WRITE-MASTER-OUT - GRAVA EM MSTROUT A CONTA COM O SALDO   *
005546*                         FINAL DO DIA E CONFERE A EXCECAO DE    *
005547*                         SALDO/LIMITE                           *
005548*----------------------------------------------------------------*
005549 6700-WRITE-MASTER-OUT.
005550     MOVE MSTP-ACCOUNT    TO MSTO-ACCOUNT
005551     MOVE MSTP-NAME       TO MSTO-NAME
005552     MOVE WS-WORK-STATUS  TO MSTO-STATUS
005553     MOVE WS-WORK-BALANCE TO MSTO-BALANCE
005554     MOVE MSTP-LIMIT      TO MSTO-LIMIT
005555     MOVE WS-WORK-LAST-ACTIVITY TO MSTO-LAST-ACTIVITY
005556     PERFORM 5320-CHECK-EXCEPTION THRU 5320-EXIT
005557     WRITE MASTER-OUT-RECORD
005558     ADD 1 TO SC-RECS-WRITTEN.
005559 6700-EXIT.
005560     EXIT.
005561
005562*----------------------------------------------------------------*
005563* 5320-CHECK-EXCEPTION - CONTA QUE FECHA O DIA NEGATIVA OU COM   *
005564*                        DISPONIVEL (SALDO + LIMITE) DENTRO DA   *
005565*                        MARGEM DE ALERTA SAI NO RELATORIO DE    *
005566*                        EXCECOES                                *
005567*----------------------------------------------------------------*
005568 5320-CHECK-EXCEPTION.
005570     COMPUTE WS-AVAIL-BALANCE = WS-WORK-BALANCE + MSTO-LIMIT
005580     EVALUATE TRUE
005590         WHEN WS-WORK-BALANCE IS LESS THAN ZERO
005600             PERFORM 5330-WRITE-EXCEPTION-LINE THRU 5330-EXIT
005720*----------------------------------------------------------------*
005730 5330-WRITE-EXCEPTION-LINE.
005740     MOVE WS-WORK-BALANCE TO WS-RPT-BAL-EDIT
005750     MOVE MSTO-LIMIT      TO WS-RPT-LIM-EDIT
005760     MOVE SPACES TO EXCEPTION-REPORT-LINE
005770     IF WS-WORK-BALANCE IS LESS THAN ZERO
005780        STRING MSTO-ACCOUNT                  DELIMITED BY SIZE
005790               ' '                           DELIMITED BY SIZE
005800               WS-RPT-BAL-EDIT               DELIMITED BY SIZE
005810               ' '                           DELIMITED BY SIZE
005830               ' SALDO NEGATIVO'             DELIMITED BY SIZE
005840            INTO EXCEPTION-REPORT-LINE
005850     ELSE
005860        STRING MSTO-ACCOUNT                  DELIMITED BY SIZE
005870               ' '                           DELIMITED BY SIZE
005880               WS-RPT-BAL-EDIT               DELIMITED BY SIZE
005890               ' '                           DELIMITED BY SIZE
005970     EXIT.
005980
005990*----------------------------------------------------------------*
006000* 5380-WRITE-POST-DETAIL - GRAVA NO DETALHE DO CASAMENTO        *
006005*                          (DETWRK) A TRILHA DO MOVIMENTO        *
006010*                          RECEM-APLICADO, COM O SALDO ANTES E   *
006020*                          DEPOIS, O IDENTIFICADOR DA EXECUCAO,  *
006022*                          A NATUREZA DO LANCAMENTO E, NA PERNA  *
006025*                          DE DEBITO DA TRANSFERENCIA, A CONTA   *
006027*                          A CREDITAR                            *
006030*----------------------------------------------------------------*
006040 5380-WRITE-POST-DETAIL.
006050     MOVE MSTI-ACCOUNT    TO DTW-ACCOUNT
006051     MOVE MSR-TYPE        TO DTW-TYPE
006052     MOVE MSR-AMOUNT      TO DTW-AMOUNT
006053     MOVE MSR-DATE        TO DTW-DATE
006054     MOVE WS-BAL-BEFORE   TO DTW-BAL-BEFORE
006055     MOVE WS-WORK-BALANCE TO DTW-BAL-AFTER
006056     MOVE SC-RUN-ID       TO DTW-RUN-ID
006057     IF MSR-TYPE IS EQUAL TO 'CR'
006058        MOVE 'C'          TO DTW-DC-INDICATOR
006059     ELSE
006060        MOVE 'D'          TO DTW-DC-INDICATOR
006061     END-IF
006062     MOVE MSR-CTR-ACCOUNT TO DTW-CTR-ACCOUNT
006063     MOVE MSR-ADJ-REF     TO DTW-ADJ-REF
006064     WRITE DETAIL-WORK-RECORD
006065     IF NOT WS-DETWRK-OK
006066        DISPLAY 'S002PRC2 - ERRO AO GRAVAR DETWRK - '
006067                WS-DETWRK-STATUS
006068        MOVE 16 TO SC-RETURN-CODE
006069     END-IF.
006070 5380-EXIT.
006071     EXIT.
006072
006073*----------------------------------------------------------------*
006075* 5385-WRITE-CREDIT-LEG - GRAVA EM TRFCRD A PERNA DE CREDITO DA  *
006076*                         TRANSFERENCIA RECEM-DEBITADA, PARA A   *
006077*                         SEGUNDA PASSADA                        *
006078*----------------------------------------------------------------*
006079 5385-WRITE-CREDIT-LEG.
006080     MOVE SORTED-MOV-RECORD TO TRANSFER-CREDIT-RECORD
006081     WRITE TRANSFER-CREDIT-RECORD
006082     IF NOT WS-TRFCRD-OK
006083        DISPLAY 'S002PRC2 - ERRO AO GRAVAR TRFCRD - '
006084                WS-TRFCRD-STATUS
006085        MOVE 16 TO SC-RETURN-CODE
006086     END-IF.
006087 5385-EXIT.
006088     EXIT.
006089
006090*----------------------------------------------------------------*
006091* 5390-WRITE-POST-INDEX - ACRESCENTA O MOVIMENTO RECEM-APLICADO  *
006092*                         AO INDICE DE ACEITOS (IDXOUT) COM A    *
006093*                         DATA-MOVIMENTO E O IDENTIFICADOR DA    *
006094*                         EXECUCAO                               *
006095*----------------------------------------------------------------*
006096 5390-WRITE-POST-INDEX.
006097     MOVE MSTI-ACCOUNT     TO IDX-ACCOUNT
006098     MOVE MSR-TYPE         TO IDX-TYPE
006100     MOVE MSR-AMOUNT       TO IDX-AMOUNT
006101     MOVE MSR-DATE         TO IDX-DATE
006102     MOVE SC-BUSINESS-DATE TO IDX-BUSINESS-DATE
006103     MOVE SC-RUN-ID        TO IDX-RUN-ID
006104     MOVE MSR-CTR-ACCOUNT  TO IDX-CTR-ACCOUNT
006105     WRITE MOVIDX-RECORD
006106     IF NOT WS-IDXOUT-OK
006107        DISPLAY 'S002PRC2 - ERRO AO GRAVAR IDXOUT - '
006108                WS-IDXOUT-STATUS
006109        MOVE 16 TO SC-RETURN-CODE
006110     END-IF.
006111 5390-EXIT.
006112     EXIT.
006113
006114*----------------------------------------------------------------*
006115* 5400-JOURNAL-REACTIVATION - GRAVA NO MNTJRNL (ACAO 'RA') A     *
006116*                             REATIVACAO DA CONTA DORMENTE PELO  *
006117*                             CREDITO RECEM-APLICADO E DEVOLVE A *
006118*                             CONTA A SITUACAO ATIVA. CONTA, NOME*
006119*                             E LIMITE VEM EM WS-JRM-ACCOUNT,    *
006120*                             WS-JRM-NAME E WS-JRM-LIMIT,        *
006121*                             PREENCHIDOS PELA PASSADA CHAMADORA *
006122*----------------------------------------------------------------*
006123 5400-JOURNAL-REACTIVATION.
006125     MOVE SPACES TO JOURNAL-RECORD
006126     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
006127     MOVE WS-TIMESTAMP-FIELD    TO JRN-TIMESTAMP
006128     MOVE SC-RUN-ID             TO JRN-RUN-ID
006129     MOVE 'RA'                  TO JRN-ACTION
006130     MOVE 'D'                   TO WS-JRM-STATUS
006131     MOVE WS-BAL-BEFORE         TO WS-JRM-BALANCE
006132     MOVE WS-WORK-LAST-ACTIVITY TO WS-JRM-LAST-ACTIVITY
006133     MOVE WS-JRN-MASTER-IMAGE   TO JRN-BEFORE-IMAGE
006134     MOVE 'A'                   TO WS-JRM-STATUS
006135     MOVE WS-WORK-BALANCE       TO WS-JRM-BALANCE
006136     MOVE SC-BUSINESS-DATE      TO WS-JRM-LAST-ACTIVITY
006137     MOVE WS-JRN-MASTER-IMAGE   TO JRN-AFTER-IMAGE
006138     MOVE SC-BUSINESS-DATE      TO JRN-BUSINESS-DATE
006139     WRITE JOURNAL-RECORD
006140     IF NOT WS-MNTJRNL-OK
006141        DISPLAY 'S002PRC2 - ERRO AO GRAVAR MNTJRNL - '
006142                WS-MNTJRNL-STATUS
006143        MOVE 16 TO SC-RETURN-CODE
006144        GO TO 5400-EXIT
006145     END-IF
006146     MOVE 'A' TO WS-WORK-STATUS
006147     ADD 1 TO WS-REACTIVATED-COUNT.
006148 5400-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------*
006270        MOVE 16 TO SC-RETURN-CODE
006280        GO TO 5450-EXIT
006290     END-IF
006295     MOVE SPACES            TO MOVTOT-RECORD
006300     MOVE 'PG'              TO TOT-CLASS
006310     MOVE WS-POSTED-COUNT   TO TOT-COUNT
006320     MOVE WS-POSTED-AMOUNT  TO TOT-AMOUNT
006330     WRITE MOVTOT-RECORD
006340     ADD 1 TO SC-RECS-WRITTEN
006345     MOVE SPACES            TO MOVTOT-RECORD
006350     MOVE 'RP'              TO TOT-CLASS
006360     MOVE WS-POSTREJ-COUNT  TO TOT-COUNT
006370     MOVE WS-POSTREJ-AMOUNT TO TOT-AMOUNT
006430
006440*----------------------------------------------------------------*
006450* 5900-WRITE-REJECT-POST - GRAVA EM MOVREJ O MOVIMENTO CORRENTE  *
006460*                          RECUSADO NA POSTAGEM (A TRANSFERENCIA *
006465*                          SAI INTEIRA, COM A CONTRAPARTIDA)     *
006470*----------------------------------------------------------------*
006480 5900-WRITE-REJECT-POST.
006490     PERFORM 5950-SET-REASON-DESC THRU 5950-EXIT
006540     MOVE MSR-DATE             TO REJ-DATE
006550     MOVE WS-REJECT-REASON     TO REJ-REASON-CODE
006560     MOVE WS-REASON-DESC       TO REJ-REASON-DESC
006561     IF MSR-TYPE IS EQUAL TO 'TR'
006562        MOVE MSR-CTR-ACCOUNT   TO REJ-CTR-ACCOUNT
006564     ELSE
006565        MOVE SPACES            TO REJ-CTR-ACCOUNT
006567     END-IF
006568     MOVE MSR-ADJ-REF          TO REJ-ADJ-REF
006570     WRITE REJECT-RECORD
006580     ADD 1 TO SC-RECS-REJECTED
006590     ADD 1 TO WS-POSTREJ-COUNT
