000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNBKO.
000030 AUTHOR. EQUIPE-SUPORTE-BATCH.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080* RUNBKO - ESTORNO DE UMA EXECUCAO DA CADEIA DO PROGRAMA01       *
000090*----------------------------------------------------------------*
000100* DESFAZ UMA DATA-MOVIMENTO JA PROCESSADA E EFETIVADA, A PARTIR  *
000110* DO IDENTIFICADOR DA EXECUCAO NO RUNREG (CARTAO EXECUCAO=), SEM *
000120* CIRURGIA MANUAL NAS GERACOES. ENTRAM NO ESTORNO A EXECUCAO     *
000130* INFORMADA E AS EXECUCOES ANTERIORES DA MESMA DATA-MOVIMENTO    *
000140* DESDE A ULTIMA NORMAL (A FALHA E AS RETOMADAS QUE A            *
000150* COMPLETARAM). O ESTORNO E RECUSADO (RC=8) QUANDO A EXECUCAO NAO*
000160* EXISTE, JA FOI ESTORNADA, E PARCIAL (START-AT), NAO TERMINOU   *
000170* COM RC 0 OU 4, OU QUANDO HA QUALQUER EXECUCAO POSTERIOR NAO    *
000180* ESTORNADA NO RUNREG - E TAMBEM QUANDO OS ARQUIVOS NAO SAO OS   *
000190* DELA (MOVDET, GLEXT OU MESTRE DE OUTRA EXECUCAO).              *
000200* O QUE E DESFEITO, SEMPRE EM ARQUIVOS DE TRABALHO QUE OS STEPS  *
000210* DE EFETIVACAO DO JOB COPIAM SO COM RC=0:                       *
000220*   - MESTRE (MSTBKO): CADA CONTA VOLTA A IMAGEM ANTERIOR DO     *
000230*     JORNAL MNTJRNL (PRIMEIRA ENTRADA DAS EXECUCOES ESTORNADAS; *
000240*     ABERTURA E DESFEITA) E AO SALDO ANTERIOR DO MOVDET         *
000250*     (PRIMEIRO DET-BAL-BEFORE DA CONTA). A DATA DA ULTIMA       *
000260*     ATIVIDADE DAS CONTAS SO POSTADAS, QUE NENHUM DOS DOIS      *
000270*     GUARDA, VEM DO MESTRE ANTERIOR (MSTANT), CONTRA O QUAL O   *
000280*     MESTRE RESTAURADO E CONFERIDO REGISTRO A REGISTRO;         *
000290*   - JORNAL (JRNBKO): UMA ENTRADA 'ES' POR CONTA ALTERADA, COM A*
000300*     IMAGEM ANTES E DEPOIS DO ESTORNO;                          *
000310*   - RECICLAGEM (RCYBKO) E DEPOSITO (WHSBKO): RETIRA DA GERACAO *
000320*     CRIADA PELA EXECUCAO OS ITENS QUE ELA INCLUIU E DEVOLVE OS *
000330*     QUE ELA CONSUMIU DA GERACAO ANTERIOR (RCYANT/WHSANT);      *
000340*   - INDICE DE DUPLICIDADE (IDXBKO): RETIRA OS MOVIMENTOS       *
000350*     POSTADOS PELA EXECUCAO, PARA A REEXECUCAO NAO OS ACUSAR;   *
000360*   - INTERFACE CONTABIL (GLBKO): GLEXT DE ESTORNO, COPIA DO     *
000370*     GLEXT DA EXECUCAO COM DEBITO E CREDITO TROCADOS E O        *
000380*     CABECALHO MARCADO 'E' NA POSICAO 28;                       *
000390*   - AJUSTES MANUAIS (ADJBKO): OS INTEGRADOS PELA EXECUCAO      *
000400*     VOLTAM A APROVADO E AS RECUSAS FECHADAS POR ELA SAO        *
000410*     REABERTAS;                                                 *
000420*   - RUNREG (RUNWRK): AS EXECUCOES ESTORNADAS FICAM MARCADAS 'E'*
000430*     COM CARIMBO E OPERADOR; O PROGRA01 VOLTA A ACEITAR A DATA. *
000440* O RELATORIO BKORPT DETALHA CADA CONTA, ITEM E REGISTRO         *
000450* ESTORNADO; CADA EXECUCAO DO RUNBKO (INCLUSIVE RECUSADA) DEIXA  *
000460* UMA LINHA NA TRILHA BKOAUD COM O OPERADOR (CARTAO OPERADOR=,   *
000470* OBRIGATORIO). O CARTAO SIMULACAO FAZ TODO O TRABALHO E O       *
000480* RELATORIO E TERMINA COM RC=1, QUE SEGURA A EFETIVACAO.         *
000490* RC=0 ESTORNO PRONTO PARA EFETIVAR; RC=1 SIMULACAO; RC=8        *
000500* ESTORNO RECUSADO; RC=16 ERRO DE ARQUIVO.                       *
000510*----------------------------------------------------------------*
000520* HISTORICO DE ALTERACOES                                        *
000530*----------------------------------------------------------------*
000540* DATA       AUTOR  DESCRICAO                                    *
000550* 2026-10-15 EQP    VERSAO INICIAL.                              *
000552* 2026-10-15 EQP    DATA-MOVIMENTO NAS ENTRADAS ES DO JORNAL     *
000554*                   (194) E REFERENCIA DO AJUSTE NO DEPOSITO     *
000556*                   MOVWHS (053).                                *
000560*----------------------------------------------------------------*
000570
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PARM-FILE ASSIGN TO 'SYSIN'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PARM-STATUS.
000660     SELECT RUN-REG-FILE ASSIGN TO 'RUNREG'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-RUNREG-STATUS.
000690     SELECT RUN-WORK-FILE ASSIGN TO 'RUNWRK'
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNWRK-STATUS.
000720     SELECT MASTER-IN-FILE ASSIGN TO 'MSTRIN'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-MSTRIN-STATUS.
000750     SELECT MASTER-ANT-FILE ASSIGN TO 'MSTANT'
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-MSTANT-STATUS.
000780     SELECT MASTER-OUT-FILE ASSIGN TO 'MSTBKO'
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-MSTBKO-STATUS.
000810     SELECT DETAIL-FILE ASSIGN TO 'MOVDET'
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-MOVDET-STATUS.
000840     SELECT JOURNAL-FILE ASSIGN TO 'MNTJRNL'
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-MNTJRNL-STATUS.
000870     SELECT JOURNAL-OUT-FILE ASSIGN TO 'JRNBKO'
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-JRNBKO-STATUS.
000900     SELECT RECYCLE-IN-FILE ASSIGN TO 'RCYIN'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RCYIN-STATUS.
000930     SELECT RECYCLE-ANT-FILE ASSIGN TO 'RCYANT'
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RCYANT-STATUS.
000960     SELECT RECYCLE-OUT-FILE ASSIGN TO 'RCYBKO'
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-RCYBKO-STATUS.
000990     SELECT WAREHOUSE-IN-FILE ASSIGN TO 'WHSIN'
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-WHSIN-STATUS.
001020     SELECT WAREHOUSE-ANT-FILE ASSIGN TO 'WHSANT'
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-WHSANT-STATUS.
001050     SELECT WAREHOUSE-OUT-FILE ASSIGN TO 'WHSBKO'
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-WHSBKO-STATUS.
001080     SELECT INDEX-IN-FILE ASSIGN TO 'IDXIN'
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-IDXIN-STATUS.
001110     SELECT INDEX-OUT-FILE ASSIGN TO 'IDXBKO'
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-IDXBKO-STATUS.
001140     SELECT GL-IN-FILE ASSIGN TO 'GLIN'
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-GLIN-STATUS.
001170     SELECT GL-OUT-FILE ASSIGN TO 'GLBKO'
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-GLBKO-STATUS.
001200     SELECT ADJUSTMENT-FILE ASSIGN TO 'ADJREG'
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-ADJREG-STATUS.
001230     SELECT ADJ-OUT-FILE ASSIGN TO 'ADJBKO'
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-ADJBKO-STATUS.
001260     SELECT BKO-REPORT-FILE ASSIGN TO 'BKORPT'
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-BKORPT-STATUS.
001290     SELECT BKO-AUDIT-FILE ASSIGN TO 'BKOAUD'
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-BKOAUD-STATUS.
001320
001330 DATA DIVISION.
001340 FILE SECTION.
001350
001360 FD  PARM-FILE.
001370 01  PARM-RECORD                 PIC X(80).
001380
001390 FD  RUN-REG-FILE.
001400     COPY RUNREG.
001410
001420 FD  RUN-WORK-FILE.
001430 01  RUN-WORK-RECORD             PIC X(93).
001440
001450*----------------------------------------------------------------*
001460* MSTRIN - MESTRE CORRENTE (GERACAO CRIADA PELA EXECUCAO)        *
001470*----------------------------------------------------------------*
001480 FD  MASTER-IN-FILE.
001490     COPY MSTREC.
001500
001510*----------------------------------------------------------------*
001520* MSTANT - MESTRE ANTERIOR (GERACAO LIDA PELA EXECUCAO), MESMO   *
001530*          LAYOUT DO MSTREC                                      *
001540*----------------------------------------------------------------*
001550 FD  MASTER-ANT-FILE.
001560 01  MASTER-ANT-RECORD.
001570     05  MSTA-ACCOUNT            PIC 9(10).
001580     05  MSTA-NAME               PIC X(30).
001590     05  MSTA-STATUS             PIC X(01).
001600     05  MSTA-BALANCE            PIC S9(11)V99.
001610     05  MSTA-LIMIT              PIC 9(09)V99.
001620     05  MSTA-LAST-ACTIVITY      PIC 9(08).
001630
001640 FD  MASTER-OUT-FILE.
001650 01  MASTER-OUT-RECORD           PIC X(73).
001660
001670 FD  DETAIL-FILE.
001680     COPY MOVDET.
001690
001700 FD  JOURNAL-FILE.
001710     COPY MNTJRN.
001720
001730*----------------------------------------------------------------*
001740* JRNBKO - ENTRADAS 'ES' DO ESTORNO, ACRESCENTADAS AO MNTJRNL NA *
001750*          EFETIVACAO (MESMO LAYOUT DO MNTJRN)                   *
001760*----------------------------------------------------------------*
001770 FD  JOURNAL-OUT-FILE.
001780 01  JOURNAL-OUT-RECORD.
001790     05  JRO-TIMESTAMP           PIC X(15).
001800     05  FILLER                  PIC X(01).
001810     05  JRO-RUN-ID              PIC X(18).
001820     05  FILLER                  PIC X(01).
001830     05  JRO-ACTION              PIC X(02).
001840     05  FILLER                  PIC X(01).
001850     05  JRO-BEFORE-IMAGE        PIC X(73).
001860     05  FILLER                  PIC X(01).
001870     05  JRO-AFTER-IMAGE         PIC X(73).
001872     05  FILLER                  PIC X(01).
001874     05  JRO-BUSINESS-DATE       PIC 9(08).
001880
001890 FD  RECYCLE-IN-FILE.
001900     COPY MOVRCY.
001910
001920 FD  RECYCLE-ANT-FILE.
001930 01  RECYCLE-ANT-RECORD          PIC X(75).
001940
001950 FD  RECYCLE-OUT-FILE.
001960 01  RECYCLE-OUT-RECORD          PIC X(75).
001970
001980 FD  WAREHOUSE-IN-FILE.
001990     COPY MOVWHS.
002000
002010 FD  WAREHOUSE-ANT-FILE.
002020 01  WAREHOUSE-ANT-RECORD        PIC X(53).
002030
002040 FD  WAREHOUSE-OUT-FILE.
002050 01  WAREHOUSE-OUT-RECORD        PIC X(53).
002060
002070 FD  INDEX-IN-FILE.
002080     COPY MOVIDX.
002090
002100 FD  INDEX-OUT-FILE.
002110 01  INDEX-OUT-RECORD            PIC X(67).
002120
002130*----------------------------------------------------------------*
002140* GLIN - INTERFACE CONTABIL DA EXECUCAO (LAYOUT DO S003PRC2): 'H'*
002150*        CABECALHO, 'D' CLASSE, 'L' PERNA DE TRANSFERENCIA, 'T'  *
002160*        TRAILER. NO ESTORNO O CABECALHO LEVA 'E' NA POSICAO 28  *
002170*----------------------------------------------------------------*
002180 FD  GL-IN-FILE.
002190 01  GL-IN-RECORD                PIC X(42).
002200 01  GLI-HEADER-RECORD.
002210     05  GLI-RECORD-TYPE         PIC X(01).
002220     05  GLI-BUSINESS-DATE       PIC 9(08).
002230     05  GLI-RUN-ID              PIC X(18).
002240     05  GLI-REVERSAL-FLAG       PIC X(01).
002250     05  FILLER                  PIC X(14).
002260 01  GLI-DETAIL-RECORD.
002270     05  FILLER                  PIC X(01).
002280     05  GLI-CLASS               PIC X(02).
002290     05  GLI-DC-INDICATOR        PIC X(01).
002300     05  GLI-COUNT               PIC 9(07).
002310     05  GLI-AMOUNT              PIC 9(11)V99.
002320     05  FILLER                  PIC X(18).
002330 01  GLI-LEG-RECORD.
002340     05  FILLER                  PIC X(01).
002350     05  GLI-LEG-DC-INDICATOR    PIC X(01).
002360     05  GLI-LEG-ACCOUNT         PIC 9(10).
002370     05  GLI-LEG-CTR-ACCOUNT     PIC 9(10).
002380     05  GLI-LEG-AMOUNT          PIC 9(09)V99.
002390     05  GLI-LEG-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(01).
002410 01  GLI-TRAILER-RECORD.
002420     05  FILLER                  PIC X(01).
002430     05  GLI-REC-COUNT           PIC 9(07).
002440     05  GLI-HASH-TOTAL          PIC 9(13)V99.
002450     05  FILLER                  PIC X(19).
002460
002470 FD  GL-OUT-FILE.
002480 01  GL-OUT-RECORD               PIC X(42).
002490
002500 FD  ADJUSTMENT-FILE.
002510     COPY ADJREC.
002520
002530 FD  ADJ-OUT-FILE.
002540 01  ADJ-OUT-RECORD              PIC X(170).
002550
002560 FD  BKO-REPORT-FILE.
002570 01  BKO-REPORT-LINE             PIC X(80).
002580
002590*----------------------------------------------------------------*
002600* BKOAUD - TRILHA ACUMULATIVA DOS ESTORNOS: UMA LINHA POR        *
002610*          EXECUCAO DO RUNBKO, COM O OPERADOR E O RESULTADO      *
002620*          (E=ESTORNO PRONTO, S=SIMULACAO, R=RECUSADO, A=ERRO)   *
002630*----------------------------------------------------------------*
002640 FD  BKO-AUDIT-FILE.
002650 01  BKO-AUDIT-RECORD.
002660     05  BKA-TIMESTAMP           PIC X(15).
002670     05  FILLER                  PIC X(01).
002680     05  BKA-BACKOUT-ID          PIC X(18).
002690     05  FILLER                  PIC X(01).
002700     05  BKA-OPERATOR            PIC X(08).
002710     05  FILLER                  PIC X(01).
002720     05  BKA-RUN-ID              PIC X(18).
002730     05  FILLER                  PIC X(01).
002740     05  BKA-BUSINESS-DATE       PIC 9(08).
002750     05  FILLER                  PIC X(01).
002760     05  BKA-RESULT              PIC X(01).
002770     05  FILLER                  PIC X(01).
002780     05  BKA-RETURN-CODE         PIC 9(04).
002790     05  FILLER                  PIC X(01).
002800     05  BKA-ACCOUNTS            PIC 9(07).
002810     05  FILLER                  PIC X(01).
002820     05  BKA-FINDINGS            PIC 9(04).
002830
002840 WORKING-STORAGE SECTION.
002850*----------------------------------------------------------------*
002860* CHAVES DE ESTADO DOS ARQUIVOS                                  *
002870*----------------------------------------------------------------*
002880 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002890     88  WS-PARM-OK                  VALUE '00'.
002900     88  WS-PARM-EOF                 VALUE '10'.
002910     88  WS-PARM-NOT-FOUND           VALUE '35'.
002920 77  WS-RUNREG-STATUS        PIC X(02) VALUE SPACES.
002930     88  WS-RUNREG-OK                VALUE '00'.
002940     88  WS-RUNREG-EOF               VALUE '10'.
002950 77  WS-RUNWRK-STATUS        PIC X(02) VALUE SPACES.
002960     88  WS-RUNWRK-OK                VALUE '00'.
002970 77  WS-MSTRIN-STATUS        PIC X(02) VALUE SPACES.
002980     88  WS-MSTRIN-OK                VALUE '00'.
002990     88  WS-MSTRIN-EOF               VALUE '10'.
003000 77  WS-MSTANT-STATUS        PIC X(02) VALUE SPACES.
003010     88  WS-MSTANT-OK                VALUE '00'.
003020     88  WS-MSTANT-EOF               VALUE '10'.
003030 77  WS-MSTBKO-STATUS        PIC X(02) VALUE SPACES.
003040     88  WS-MSTBKO-OK                VALUE '00'.
003050 77  WS-MOVDET-STATUS        PIC X(02) VALUE SPACES.
003060     88  WS-MOVDET-OK                VALUE '00'.
003070     88  WS-MOVDET-EOF               VALUE '10'.
003080 77  WS-MNTJRNL-STATUS       PIC X(02) VALUE SPACES.
003090     88  WS-MNTJRNL-OK               VALUE '00'.
003100     88  WS-MNTJRNL-EOF              VALUE '10'.
003110     88  WS-MNTJRNL-NOT-FOUND        VALUE '35'.
003120 77  WS-JRNBKO-STATUS        PIC X(02) VALUE SPACES.
003130     88  WS-JRNBKO-OK                VALUE '00'.
003140 77  WS-RCYIN-STATUS         PIC X(02) VALUE SPACES.
003150     88  WS-RCYIN-OK                 VALUE '00'.
003160     88  WS-RCYIN-EOF                VALUE '10'.
003170     88  WS-RCYIN-NOT-FOUND          VALUE '35'.
003180 77  WS-RCYANT-STATUS        PIC X(02) VALUE SPACES.
003190     88  WS-RCYANT-OK                VALUE '00'.
003200     88  WS-RCYANT-EOF               VALUE '10'.
003210     88  WS-RCYANT-NOT-FOUND         VALUE '35'.
003220 77  WS-RCYBKO-STATUS        PIC X(02) VALUE SPACES.
003230     88  WS-RCYBKO-OK                VALUE '00'.
003240 77  WS-WHSIN-STATUS         PIC X(02) VALUE SPACES.
003250     88  WS-WHSIN-OK                 VALUE '00'.
003260     88  WS-WHSIN-EOF                VALUE '10'.
003270     88  WS-WHSIN-NOT-FOUND          VALUE '35'.
003280 77  WS-WHSANT-STATUS        PIC X(02) VALUE SPACES.
003290     88  WS-WHSANT-OK                VALUE '00'.
003300     88  WS-WHSANT-EOF               VALUE '10'.
003310     88  WS-WHSANT-NOT-FOUND         VALUE '35'.
003320 77  WS-WHSBKO-STATUS        PIC X(02) VALUE SPACES.
003330     88  WS-WHSBKO-OK                VALUE '00'.
003340 77  WS-IDXIN-STATUS         PIC X(02) VALUE SPACES.
003350     88  WS-IDXIN-OK                 VALUE '00'.
003360     88  WS-IDXIN-EOF                VALUE '10'.
003370     88  WS-IDXIN-NOT-FOUND          VALUE '35'.
003380 77  WS-IDXBKO-STATUS        PIC X(02) VALUE SPACES.
003390     88  WS-IDXBKO-OK                VALUE '00'.
003400 77  WS-GLIN-STATUS          PIC X(02) VALUE SPACES.
003410     88  WS-GLIN-OK                  VALUE '00'.
003420     88  WS-GLIN-EOF                 VALUE '10'.
003430 77  WS-GLBKO-STATUS         PIC X(02) VALUE SPACES.
003440     88  WS-GLBKO-OK                 VALUE '00'.
003450 77  WS-ADJREG-STATUS        PIC X(02) VALUE SPACES.
003460     88  WS-ADJREG-OK                VALUE '00'.
003470     88  WS-ADJREG-EOF               VALUE '10'.
003480     88  WS-ADJREG-NOT-FOUND         VALUE '35'.
003490 77  WS-ADJBKO-STATUS        PIC X(02) VALUE SPACES.
003500     88  WS-ADJBKO-OK                VALUE '00'.
003510 77  WS-BKORPT-STATUS        PIC X(02) VALUE SPACES.
003520     88  WS-BKORPT-OK                VALUE '00'.
003530 77  WS-BKOAUD-STATUS        PIC X(02) VALUE SPACES.
003540     88  WS-BKOAUD-OK                VALUE '00'.
003550     88  WS-BKOAUD-NOT-FOUND         VALUE '35'.
003560
003570*----------------------------------------------------------------*
003580* CARTOES DA SYSIN E IDENTIFICACAO DO ESTORNO                    *
003590*----------------------------------------------------------------*
003600 01  WS-PARM-TEXT            PIC X(80) VALUE SPACES.
003610 77  WS-TARGET-RUN-ID        PIC X(18) VALUE SPACES.
003620 77  WS-OPERATOR             PIC X(08) VALUE SPACES.
003630 77  WS-SIMULATION-SWITCH    PIC X(01) VALUE 'N'.
003640     88  WS-SIMULATION               VALUE 'S'.
003650 01  WS-BACKOUT-ID.
003660     05  FILLER                  PIC X(01) VALUE 'E'.
003670     05  WS-BKO-DATE             PIC 9(08).
003680     05  FILLER                  PIC X(01) VALUE '-'.
003690     05  WS-BKO-TIME             PIC 9(08).
003700 77  WS-AUDIT-RESULT         PIC X(01) VALUE 'R'.
003710
003720*----------------------------------------------------------------*
003730* CONJUNTO DE EXECUCOES ESTORNADAS: A ALVO E AS ANTERIORES DA    *
003740* MESMA DATA-MOVIMENTO DESDE A ULTIMA NORMAL, NA ORDEM DO RUNREG *
003750*----------------------------------------------------------------*
003760 77  WS-TARGET-SWITCH        PIC X(01) VALUE 'N'.
003770     88  WS-TARGET-FOUND             VALUE 'S'.
003780 77  WS-TARGET-POSITION      PIC 9(05) COMP VALUE ZERO.
003790 77  WS-TARGET-DATE          PIC 9(08) VALUE ZERO.
003800 77  WS-TARGET-TYPE          PIC X(01) VALUE SPACES.
003810 77  WS-TARGET-RC            PIC 9(04) VALUE ZERO.
003820 77  WS-TARGET-REVERSAL      PIC X(01) VALUE SPACES.
003830 77  WS-REG-POSITION         PIC 9(05) COMP VALUE ZERO.
003840 77  WS-LATER-COUNT          PIC 9(04) VALUE ZERO.
003850 77  WS-SET-MAX              PIC 9(02) COMP VALUE 10.
003860 77  WS-SET-COUNT            PIC 9(02) COMP VALUE ZERO.
003870 77  WS-SET-SUB              PIC 9(02) COMP VALUE ZERO.
003880 01  WS-RUN-SET-TABLE.
003890     05  WS-SET-ENTRY OCCURS 10 TIMES.
003900         10  WS-SET-RUN-ID       PIC X(18).
003910         10  WS-SET-RUN-TYPE     PIC X(01).
003920         10  WS-SET-RC           PIC 9(04).
003930         10  WS-SET-START-TS     PIC X(15).
003940 77  WS-CHECK-RUN-ID         PIC X(18) VALUE SPACES.
003950 77  WS-IN-SET-SWITCH        PIC X(01) VALUE 'N'.
003960     88  WS-IN-SET                   VALUE 'S'.
003970
003980*----------------------------------------------------------------*
003990* PRIMEIRA ENTRADA DO JORNAL DE CADA CONTA NAS EXECUCOES         *
004000* ESTORNADAS, EM ORDEM DE CONTA (IMAGEM ANTES EM BRANCO =        *
004010* CONTA ABERTA PELA EXECUCAO)                                    *
004020*----------------------------------------------------------------*
004030 77  WS-JRN-MAX              PIC 9(04) COMP VALUE 2000.
004040 77  WS-JRN-COUNT            PIC 9(04) COMP VALUE ZERO.
004050 77  WS-JRN-READ-COUNT       PIC 9(07) VALUE ZERO.
004060 77  WS-JRN-PTR              PIC 9(04) COMP VALUE ZERO.
004070 77  WS-JRN-SUB              PIC 9(04) COMP VALUE ZERO.
004080 77  WS-JRN-SHIFT            PIC S9(04) COMP VALUE ZERO.
004090 77  WS-JRN-NEW-ACCOUNT      PIC 9(10) VALUE ZERO.
004100 77  WS-LOOP-DONE-SWITCH     PIC X(01) VALUE 'N'.
004110     88  WS-LOOP-DONE                VALUE 'S'.
004120 01  WS-JRN-TABLE.
004130     05  WS-JRN-ENTRY OCCURS 2000 TIMES.
004140         10  WS-JRN-ACCOUNT      PIC 9(10).
004150         10  WS-JRN-ACTION       PIC X(02).
004160         10  WS-JRN-IMAGE        PIC X(73).
004170
004180*----------------------------------------------------------------*
004190* AREA DA RESTAURACAO DO MESTRE                                  *
004200*----------------------------------------------------------------*
004210 01  WS-RESTORED-RECORD.
004220     05  RST-ACCOUNT             PIC 9(10).
004230     05  RST-NAME                PIC X(30).
004240     05  RST-STATUS              PIC X(01).
004250     05  RST-BALANCE             PIC S9(11)V99.
004260     05  RST-LIMIT               PIC 9(09)V99.
004270     05  RST-LAST-ACTIVITY       PIC 9(08).
004280 77  WS-WALK-KEY             PIC 9(10) VALUE ZERO.
004290 77  WS-REMOVE-SWITCH        PIC X(01) VALUE 'N'.
004300     88  WS-REMOVE-ACCOUNT           VALUE 'S'.
004310 77  WS-JRN-MATCH-SWITCH     PIC X(01) VALUE 'N'.
004320     88  WS-JRN-MATCH                VALUE 'S'.
004330 77  WS-ANT-MATCH-SWITCH     PIC X(01) VALUE 'N'.
004340     88  WS-ANT-MATCH                VALUE 'S'.
004350 77  WS-MSTRIN-COUNT         PIC 9(07) VALUE ZERO.
004360 77  WS-MSTBKO-COUNT         PIC 9(07) VALUE ZERO.
004370 77  WS-CHANGED-COUNT        PIC 9(07) VALUE ZERO.
004380 77  WS-REMOVED-COUNT        PIC 9(07) VALUE ZERO.
004390 77  WS-JRNBKO-COUNT         PIC 9(07) VALUE ZERO.
004400
004410*----------------------------------------------------------------*
004420* GRUPO DO MOVDET DE UMA CONTA (LIDO COM UM REGISTRO DE FOLGA)   *
004430*----------------------------------------------------------------*
004440 77  WS-GRP-ACCOUNT          PIC 9(10) VALUE ZERO.
004450 77  WS-GRP-FIRST-BEFORE     PIC S9(11)V99 VALUE ZERO.
004460 77  WS-GRP-LAST-AFTER       PIC S9(11)V99 VALUE ZERO.
004470 77  WS-GRP-COUNT            PIC 9(05) VALUE ZERO.
004480 77  WS-GRP-POSTED-SWITCH    PIC X(01) VALUE 'N'.
004490     88  WS-GRP-POSTED               VALUE 'S'.
004500 77  WS-GRP-EOF-SWITCH       PIC X(01) VALUE 'N'.
004510     88  WS-GRP-EOF                  VALUE 'S'.
004520 77  WS-PREV-DET-ACCOUNT     PIC 9(10) VALUE ZERO.
004530 77  WS-DET-COUNT            PIC 9(07) VALUE ZERO.
004540 77  WS-DET-FOREIGN-COUNT    PIC 9(07) VALUE ZERO.
004550
004560*----------------------------------------------------------------*
004570* TABELA DA GERACAO ANTERIOR DA RECICLAGEM OU DO DEPOSITO. CADA  *
004580* ITEM DA GERACAO CRIADA PELA EXECUCAO CASA COM NO MAXIMO UM     *
004590*----------------------------------------------------------------*
004600 77  WS-ANT-MAX              PIC 9(04) COMP VALUE 3000.
004610 77  WS-ANT-COUNT            PIC 9(04) COMP VALUE ZERO.
004620 77  WS-ANT-SUB              PIC 9(04) COMP VALUE ZERO.
004630 01  WS-ANT-TABLE.
004640     05  WS-ANT-ENTRY OCCURS 3000 TIMES.
004650         10  WS-ANT-ITEM         PIC X(75).
004660         10  WS-ANT-USED-FLAG    PIC X(01).
004670             88  WS-ANT-USED             VALUE 'S'.
004680 01  WS-ITEM-AREA            PIC X(75) VALUE SPACES.
004690 01  WS-ITEM-FIELDS REDEFINES WS-ITEM-AREA.
004700     05  WS-ITM-ACCOUNT          PIC X(10).
004710     05  WS-ITM-TYPE             PIC X(02).
004720     05  WS-ITM-AMOUNT           PIC 9(09)V99.
004730     05  WS-ITM-DATE             PIC X(08).
004740     05  FILLER                  PIC X(44).
004750 77  WS-ITEM-FOUND-SWITCH    PIC X(01) VALUE 'N'.
004760     88  WS-ITEM-FOUND               VALUE 'S'.
004770 77  WS-ITEM-ACTION          PIC X(10) VALUE SPACES.
004780 77  WS-KEPT-COUNT           PIC 9(07) VALUE ZERO.
004790 77  WS-DROPPED-COUNT        PIC 9(07) VALUE ZERO.
004800 77  WS-RETURNED-COUNT       PIC 9(07) VALUE ZERO.
004810
004820*----------------------------------------------------------------*
004830* AREA DO GLEXT DE ESTORNO                                       *
004840*----------------------------------------------------------------*
004850 77  WS-GL-HEADER-SWITCH     PIC X(01) VALUE 'N'.
004860     88  WS-GL-HEADER-OK             VALUE 'S'.
004870 77  WS-GL-REC-COUNT         PIC 9(07) VALUE ZERO.
004880 77  WS-GL-HASH-TOTAL        PIC 9(13)V99 VALUE ZERO.
004890 77  WS-GL-LEG-COUNT         PIC 9(07) VALUE ZERO.
004900 77  WS-GL-OLD-DC            PIC X(01) VALUE SPACES.
004910
004920*----------------------------------------------------------------*
004930* CONTADORES DOS AJUSTES E DO RUNREG                             *
004940*----------------------------------------------------------------*
004950 77  WS-ADJ-REOPENED-COUNT   PIC 9(05) VALUE ZERO.
004960 77  WS-ADJ-DECLINE-COUNT    PIC 9(05) VALUE ZERO.
004970 77  WS-ADJ-ENTRY-COUNT      PIC 9(05) VALUE ZERO.
004980 77  WS-RUNREG-MARK-COUNT    PIC 9(02) VALUE ZERO.
004990
005000*----------------------------------------------------------------*
005010* CONTADORES E AREAS DO RELATORIO                                *
005020*----------------------------------------------------------------*
005030 77  WS-ERROR-COUNT          PIC 9(04) VALUE ZERO.
005040 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
005050 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZZZZ9.99.
005060 01  WS-RPT-BAL-EDIT-2           PIC -ZZZZZZZZZZ9.99.
005070 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZZZ9.99.
005080 01  WS-RPT-RC-EDIT              PIC ZZZ9.
005090 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
005100 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
005110 01  WS-TIMESTAMP-FIELD.
005120     05  WS-TS-DATE              PIC 9(08).
005130     05  FILLER                  PIC X(01) VALUE '-'.
005140     05  WS-TS-TIME              PIC 9(06).
005150
005160 PROCEDURE DIVISION.
005170
005180*-------------- SESSAO PRINCIPAL --------------------------------*
005190 MAIN-PROC SECTION.
005200*----------------------------------------------------------------*
005210* 0000-MAINLINE - PONTO DE ENTRADA DO PROGRAMA                   *
005220*----------------------------------------------------------------*
005230 0000-MAINLINE.
005240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005250     PERFORM 1100-READ-CARDS THRU 1100-EXIT
005260     IF WS-ERROR-COUNT IS EQUAL TO ZERO
005270        PERFORM 2000-IDENTIFY-RUNS THRU 2000-EXIT
005280     END-IF
005290     IF WS-ERROR-COUNT IS EQUAL TO ZERO
005300        PERFORM 3000-LOAD-JOURNAL THRU 3000-EXIT
005310        PERFORM 4000-RESTORE-MASTER THRU 4000-EXIT
005320        PERFORM 5000-RESTORE-RECYCLE THRU 5000-EXIT
005330        PERFORM 5500-RESTORE-WAREHOUSE THRU 5500-EXIT
005340        PERFORM 6000-CLEAN-INDEX THRU 6000-EXIT
005350        PERFORM 6500-REVERSE-GL THRU 6500-EXIT
005360        PERFORM 7000-REOPEN-ADJUSTMENTS THRU 7000-EXIT
005370        PERFORM 7500-MARK-RUN-REGISTER THRU 7500-EXIT
005380     END-IF
005390     PERFORM 8000-FINALIZE THRU 8000-EXIT.
005400 0000-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------*
005440* 1000-INITIALIZE - ABRE O RELATORIO, MONTA O IDENTIFICADOR DO   *
005450*                   ESTORNO E GRAVA O CABECALHO                  *
005460*----------------------------------------------------------------*
005470 1000-INITIALIZE.
005480     OPEN OUTPUT BKO-REPORT-FILE
005490     IF NOT WS-BKORPT-OK
005500        DISPLAY 'RUNBKO - ERRO AO ABRIR BKORPT - '
005510                WS-BKORPT-STATUS
005520        MOVE 16 TO RETURN-CODE
005530        STOP RUN
005540     END-IF
005550     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
005560     MOVE WS-CURRENT-DATE TO WS-BKO-DATE
005570     MOVE WS-CURRENT-TIME TO WS-BKO-TIME
005580     MOVE SPACES TO BKO-REPORT-LINE
005590     STRING 'ESTORNO DE EXECUCAO DA CADEIA - RUNBKO - '
005600                                             DELIMITED BY SIZE
005610            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
005620         INTO BKO-REPORT-LINE
005630     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
005640     MOVE SPACES TO BKO-REPORT-LINE
005650     STRING 'IDENTIFICADOR DO ESTORNO: '     DELIMITED BY SIZE
005660            WS-BACKOUT-ID                    DELIMITED BY SIZE
005670         INTO BKO-REPORT-LINE
005680     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
005690     MOVE SPACES TO BKO-REPORT-LINE
005700     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
005710 1000-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------*
005750* 1100-READ-CARDS - LE OS CARTOES DA SYSIN. EXECUCAO= E OPERADOR=*
005760*                   SAO OBRIGATORIOS; SIMULACAO E OPCIONAL       *
005770*----------------------------------------------------------------*
005780 1100-READ-CARDS.
005790     OPEN INPUT PARM-FILE
005800     IF NOT WS-PARM-OK
005810        IF NOT WS-PARM-NOT-FOUND
005820           DISPLAY 'RUNBKO - ERRO AO ABRIR SYSIN - '
005830                   WS-PARM-STATUS
005840           PERFORM 9900-ABORT THRU 9900-EXIT
005850        END-IF
005860     ELSE
005870        PERFORM 1150-READ-ONE-CARD THRU 1150-EXIT
005880            UNTIL NOT WS-PARM-OK
005890        CLOSE PARM-FILE
005900     END-IF
005910     MOVE SPACES TO BKO-REPORT-LINE
005920     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
005930     IF WS-TARGET-RUN-ID IS EQUAL TO SPACES
005940        MOVE 'ERRO: FALTA O CARTAO EXECUCAO= (A ESTORNAR)'
005950          TO BKO-REPORT-LINE
005960        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
005970     END-IF
005980     IF WS-OPERATOR IS EQUAL TO SPACES
005990        MOVE 'ERRO: FALTA O CARTAO OPERADOR= (RESPONSAVEL)'
006000          TO BKO-REPORT-LINE
006010        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
006020     END-IF
006030     MOVE SPACES TO BKO-REPORT-LINE
006040     STRING 'EXECUCAO A ESTORNAR: '          DELIMITED BY SIZE
006050            WS-TARGET-RUN-ID                 DELIMITED BY SIZE
006060            '   OPERADOR: '                  DELIMITED BY SIZE
006070            WS-OPERATOR                      DELIMITED BY SIZE
006080         INTO BKO-REPORT-LINE
006090     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
006100     IF WS-SIMULATION
006110        MOVE 'MODO: SIMULACAO - NADA SERA EFETIVADO (RC=1)'
006120          TO BKO-REPORT-LINE
006130     ELSE
006140        MOVE 'MODO: ESTORNO - EFETIVADO PELOS STEPS SEGUINTES'
006150          TO BKO-REPORT-LINE
006160     END-IF
006170     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
006180     MOVE SPACES TO BKO-REPORT-LINE
006190     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
006200 1100-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------*
006240* 1150-READ-ONE-CARD - LE, ECOA NO RELATORIO E INTERPRETA UM     *
006250*                      CARTAO                                    *
006260*----------------------------------------------------------------*
006270 1150-READ-ONE-CARD.
006280     READ PARM-FILE
006290         AT END
006300            GO TO 1150-EXIT
006310     END-READ
006320     MOVE PARM-RECORD TO WS-PARM-TEXT
006330     IF WS-PARM-TEXT IS EQUAL TO SPACES
006340        OR WS-PARM-TEXT (1:1) IS EQUAL TO '*'
006350        GO TO 1150-EXIT
006360     END-IF
006370     MOVE SPACES TO BKO-REPORT-LINE
006380     STRING 'CARTAO: '                       DELIMITED BY SIZE
006390            WS-PARM-TEXT (1:60)              DELIMITED BY SIZE
006400         INTO BKO-REPORT-LINE
006410     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
006420     EVALUATE TRUE
006430         WHEN WS-PARM-TEXT (1:9) IS EQUAL TO 'EXECUCAO='
006440             MOVE WS-PARM-TEXT (10:18) TO WS-TARGET-RUN-ID
006450         WHEN WS-PARM-TEXT (1:9) IS EQUAL TO 'OPERADOR='
006460             MOVE WS-PARM-TEXT (10:8) TO WS-OPERATOR
006470         WHEN WS-PARM-TEXT (1:9) IS EQUAL TO 'SIMULACAO'
006480             SET WS-SIMULATION TO TRUE
006490         WHEN OTHER
006500             MOVE 'ERRO: CARTAO DESCONHECIDO NA SYSIN'
006510               TO BKO-REPORT-LINE
006520             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
006530     END-EVALUATE.
006540 1150-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------*
006580* 2000-IDENTIFY-RUNS - LOCALIZA A EXECUCAO NO RUNREG, CONFERE SE *
006590*                      ELA PODE SER ESTORNADA E MONTA O CONJUNTO *
006600*                      DE EXECUCOES DA DATA-MOVIMENTO A DESFAZER *
006610*----------------------------------------------------------------*
006620 2000-IDENTIFY-RUNS.
006630     OPEN INPUT RUN-REG-FILE
006640     IF NOT WS-RUNREG-OK
006650        DISPLAY 'RUNBKO - ERRO AO ABRIR RUNREG - '
006660                WS-RUNREG-STATUS
006670        PERFORM 9900-ABORT THRU 9900-EXIT
006680     END-IF
006690     MOVE ZERO TO WS-REG-POSITION
006700     PERFORM 2100-FIND-TARGET THRU 2100-EXIT
006710         UNTIL WS-RUNREG-EOF
006720     CLOSE RUN-REG-FILE
006730     IF NOT WS-TARGET-FOUND
006740        MOVE SPACES TO BKO-REPORT-LINE
006750        STRING 'ERRO: EXECUCAO '               DELIMITED BY SIZE
006760               WS-TARGET-RUN-ID                DELIMITED BY SIZE
006770               ' NAO CONSTA DO RUNREG'         DELIMITED BY SIZE
006780            INTO BKO-REPORT-LINE
006790        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
006800        GO TO 2000-EXIT
006810     END-IF
006820     MOVE WS-TARGET-RC TO WS-RPT-RC-EDIT
006830     EVALUATE TRUE
006840         WHEN WS-TARGET-REVERSAL IS EQUAL TO 'E'
006850             MOVE 'ERRO: A EXECUCAO JA FOI ESTORNADA'
006860               TO BKO-REPORT-LINE
006870             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
006880         WHEN WS-TARGET-TYPE IS NOT EQUAL TO 'N'
006890          AND WS-TARGET-TYPE IS NOT EQUAL TO 'R'
006900             MOVE SPACES TO BKO-REPORT-LINE
006910             STRING 'ERRO: EXECUCAO DO TIPO '  DELIMITED BY SIZE
006920                    WS-TARGET-TYPE             DELIMITED BY SIZE
006930                    ' (PARCIAL) - ESTORNE A NORMAL OU A RETOMADA'
006940                                               DELIMITED BY SIZE
006950                 INTO BKO-REPORT-LINE
006960             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
006970         WHEN WS-TARGET-RC IS GREATER THAN 4
006980             MOVE SPACES TO BKO-REPORT-LINE
006990             STRING 'ERRO: A EXECUCAO TERMINOU COM RC '
007000                                               DELIMITED BY SIZE
007010                    WS-RPT-RC-EDIT             DELIMITED BY SIZE
007020                    ' - SO RC 0 OU 4 E ESTORNAVEL'
007030                                               DELIMITED BY SIZE
007040                 INTO BKO-REPORT-LINE
007050             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
007060         WHEN WS-TARGET-RC IS EQUAL TO 4
007070             MOVE 'AVISO: A EXECUCAO TERMINOU COM RC 4 (ALERTAS)'
007080               TO BKO-REPORT-LINE
007090             DISPLAY 'RUNBKO - ' BKO-REPORT-LINE
007100             PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007110     END-EVALUATE
007120     IF WS-ERROR-COUNT IS GREATER THAN ZERO
007130        GO TO 2000-EXIT
007140     END-IF
007150     OPEN INPUT RUN-REG-FILE
007160     IF NOT WS-RUNREG-OK
007170        DISPLAY 'RUNBKO - ERRO AO REABRIR RUNREG - '
007180                WS-RUNREG-STATUS
007190        PERFORM 9900-ABORT THRU 9900-EXIT
007200     END-IF
007210     MOVE ZERO TO WS-REG-POSITION
007220     MOVE ZERO TO WS-SET-COUNT
007230     PERFORM 2200-COLLECT-SET THRU 2200-EXIT
007240         UNTIL WS-RUNREG-EOF
007250     CLOSE RUN-REG-FILE
007260     MOVE SPACES TO BKO-REPORT-LINE
007270     STRING 'DATA-MOVIMENTO: '               DELIMITED BY SIZE
007280            WS-TARGET-DATE                   DELIMITED BY SIZE
007290            ' - EXECUCOES A ESTORNAR (DESDE A ULTIMA NORMAL):'
007300                                             DELIMITED BY SIZE
007310         INTO BKO-REPORT-LINE
007320     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007330     PERFORM 2300-LIST-ONE-RUN THRU 2300-EXIT
007340         VARYING WS-SET-SUB FROM 1 BY 1
007350           UNTIL WS-SET-SUB IS GREATER THAN WS-SET-COUNT
007360     IF WS-LATER-COUNT IS EQUAL TO ZERO
007370        MOVE 'NENHUMA EXECUCAO POSTERIOR NO RUNREG'
007380          TO BKO-REPORT-LINE
007390        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
007400     END-IF
007410     MOVE SPACES TO BKO-REPORT-LINE
007420     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
007430 2000-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------*
007470* 2100-FIND-TARGET - LE UMA ENTRADA DO RUNREG E GUARDA A DA      *
007480*                    EXECUCAO INFORMADA                          *
007490*----------------------------------------------------------------*
007500 2100-FIND-TARGET.
007510     READ RUN-REG-FILE
007520         AT END
007530            SET WS-RUNREG-EOF TO TRUE
007540            GO TO 2100-EXIT
007550     END-READ
007560     ADD 1 TO WS-REG-POSITION
007570     IF RR-RUN-ID IS EQUAL TO WS-TARGET-RUN-ID
007580        SET WS-TARGET-FOUND TO TRUE
007590        MOVE WS-REG-POSITION  TO WS-TARGET-POSITION
007600        MOVE RR-BUSINESS-DATE TO WS-TARGET-DATE
007610        MOVE RR-RUN-TYPE      TO WS-TARGET-TYPE
007620        MOVE RR-RETURN-CODE   TO WS-TARGET-RC
007630        MOVE RR-REVERSAL-FLAG TO WS-TARGET-REVERSAL
007640     END-IF.
007650 2100-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------*
007690* 2200-COLLECT-SET - CLASSIFICA UMA ENTRADA NAO ESTORNADA DO     *
007700*                    RUNREG: ANTERIOR DA MESMA DATA (UMA NORMAL  *
007710*                    REINICIA O CONJUNTO), A PROPRIA EXECUCAO, OU*
007720*                    POSTERIOR - QUE IMPEDE O ESTORNO            *
007730*----------------------------------------------------------------*
007740 2200-COLLECT-SET.
007750     READ RUN-REG-FILE
007760         AT END
007770            SET WS-RUNREG-EOF TO TRUE
007780            GO TO 2200-EXIT
007790     END-READ
007800     ADD 1 TO WS-REG-POSITION
007810     IF RR-REVERSED
007820        GO TO 2200-EXIT
007830     END-IF
007840     EVALUATE TRUE
007850         WHEN WS-REG-POSITION IS LESS THAN WS-TARGET-POSITION
007860             IF RR-BUSINESS-DATE IS EQUAL TO WS-TARGET-DATE
007870                IF RR-TYPE-NORMAL
007880                   MOVE ZERO TO WS-SET-COUNT
007890                END-IF
007900                PERFORM 2250-ADD-TO-SET THRU 2250-EXIT
007910             END-IF
007920         WHEN WS-REG-POSITION IS EQUAL TO WS-TARGET-POSITION
007930             IF RR-TYPE-NORMAL
007940                MOVE ZERO TO WS-SET-COUNT
007950             END-IF
007960             PERFORM 2250-ADD-TO-SET THRU 2250-EXIT
007970         WHEN OTHER
007980             ADD 1 TO WS-LATER-COUNT
007990             MOVE SPACES TO BKO-REPORT-LINE
008000             STRING 'ERRO: EXECUCAO POSTERIOR '
008010                                               DELIMITED BY SIZE
008020                    RR-RUN-ID                  DELIMITED BY SIZE
008030                    ' (DATA '                  DELIMITED BY SIZE
008040                    RR-BUSINESS-DATE           DELIMITED BY SIZE
008050                    ') NAO ESTORNADA'          DELIMITED BY SIZE
008060                 INTO BKO-REPORT-LINE
008070             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
008080     END-EVALUATE.
008090 2200-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------*
008130* 2250-ADD-TO-SET - ACRESCENTA A ENTRADA CORRENTE DO RUNREG AO   *
008140*                   CONJUNTO A ESTORNAR                          *
008150*----------------------------------------------------------------*
008160 2250-ADD-TO-SET.
008170     IF WS-SET-COUNT IS NOT LESS THAN WS-SET-MAX
008180        MOVE 'ERRO: EXECUCOES DEMAIS NA DATA-MOVIMENTO'
008190          TO BKO-REPORT-LINE
008200        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
008210        GO TO 2250-EXIT
008220     END-IF
008230     ADD 1 TO WS-SET-COUNT
008240     MOVE RR-RUN-ID      TO WS-SET-RUN-ID (WS-SET-COUNT)
008250     MOVE RR-RUN-TYPE    TO WS-SET-RUN-TYPE (WS-SET-COUNT)
008260     MOVE RR-RETURN-CODE TO WS-SET-RC (WS-SET-COUNT)
008270     MOVE RR-START-TS    TO WS-SET-START-TS (WS-SET-COUNT).
008280 2250-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------*
008320* 2300-LIST-ONE-RUN - LISTA UMA EXECUCAO DO CONJUNTO             *
008330*----------------------------------------------------------------*
008340 2300-LIST-ONE-RUN.
008350     MOVE WS-SET-RC (WS-SET-SUB) TO WS-RPT-RC-EDIT
008360     MOVE SPACES TO BKO-REPORT-LINE
008370     STRING '   '                            DELIMITED BY SIZE
008380            WS-SET-RUN-ID (WS-SET-SUB)       DELIMITED BY SIZE
008390            '  TIPO '                        DELIMITED BY SIZE
008400            WS-SET-RUN-TYPE (WS-SET-SUB)     DELIMITED BY SIZE
008410            '  RC '                          DELIMITED BY SIZE
008420            WS-RPT-RC-EDIT                   DELIMITED BY SIZE
008430            '  INICIO '                      DELIMITED BY SIZE
008440            WS-SET-START-TS (WS-SET-SUB)     DELIMITED BY SIZE
008450         INTO BKO-REPORT-LINE
008460     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
008470 2300-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------*
008510* 3000-LOAD-JOURNAL - GUARDA, POR CONTA, A PRIMEIRA ENTRADA DO   *
008520*                     MNTJRNL GRAVADA PELAS EXECUCOES DO         *
008530*                     CONJUNTO: A IMAGEM ANTES DELA E A CONTA    *
008540*                     COMO ESTAVA ANTES DA DATA-MOVIMENTO        *
008550*----------------------------------------------------------------*
008560 3000-LOAD-JOURNAL.
008570     MOVE ZERO TO WS-JRN-COUNT
008580     OPEN INPUT JOURNAL-FILE
008590     IF NOT WS-MNTJRNL-OK
008600        IF WS-MNTJRNL-NOT-FOUND
008610           MOVE 'MNTJRNL INEXISTENTE - NADA A DESFAZER NO JORNAL'
008620             TO BKO-REPORT-LINE
008630           PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
008640           GO TO 3000-EXIT
008650        END-IF
008660        DISPLAY 'RUNBKO - ERRO AO ABRIR MNTJRNL - '
008670                WS-MNTJRNL-STATUS
008680        PERFORM 9900-ABORT THRU 9900-EXIT
008690     END-IF
008700     PERFORM 3100-LOAD-ONE-ENTRY THRU 3100-EXIT
008710         UNTIL WS-MNTJRNL-EOF
008720     CLOSE JOURNAL-FILE
008730     MOVE SPACES TO BKO-REPORT-LINE
008740     MOVE WS-JRN-READ-COUNT TO WS-RPT-COUNT-EDIT
008750     STRING 'MNTJRNL: '                      DELIMITED BY SIZE
008760            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
008770            ' ENTRADAS DAS EXECUCOES ESTORNADAS'
008780                                             DELIMITED BY SIZE
008790         INTO BKO-REPORT-LINE
008800     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
008810 3000-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------*
008850* 3100-LOAD-ONE-ENTRY - LE UMA ENTRADA DO JORNAL E, SENDO DO     *
008860*                       CONJUNTO E DE CONTA AINDA NAO VISTA,     *
008870*                       INSERE NA TABELA EM ORDEM DE CONTA       *
008880*----------------------------------------------------------------*
008890 3100-LOAD-ONE-ENTRY.
008900     READ JOURNAL-FILE
008910         AT END
008920            SET WS-MNTJRNL-EOF TO TRUE
008930            GO TO 3100-EXIT
008940     END-READ
008950     MOVE JRN-RUN-ID TO WS-CHECK-RUN-ID
008960     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
008970     IF NOT WS-IN-SET
008980        GO TO 3100-EXIT
008990     END-IF
009000     ADD 1 TO WS-JRN-READ-COUNT
009010     IF JRN-BEFORE-IMAGE IS EQUAL TO SPACES
009020        MOVE JRN-AFTER-IMAGE (1:10)  TO WS-JRN-NEW-ACCOUNT
009030     ELSE
009040        MOVE JRN-BEFORE-IMAGE (1:10) TO WS-JRN-NEW-ACCOUNT
009050     END-IF
009060     MOVE 'N' TO WS-ITEM-FOUND-SWITCH
009070     PERFORM 3200-COMPARE-ONE-ACCOUNT THRU 3200-EXIT
009080         VARYING WS-JRN-SUB FROM 1 BY 1
009090           UNTIL WS-JRN-SUB IS GREATER THAN WS-JRN-COUNT
009100              OR WS-ITEM-FOUND
009110     IF WS-ITEM-FOUND
009120        GO TO 3100-EXIT
009130     END-IF
009140     IF WS-JRN-COUNT IS NOT LESS THAN WS-JRN-MAX
009150        DISPLAY 'RUNBKO - MNTJRNL EXCEDE A TABELA DE '
009160                WS-JRN-MAX ' CONTAS'
009170        PERFORM 9900-ABORT THRU 9900-EXIT
009180     END-IF
009190     MOVE WS-JRN-COUNT TO WS-JRN-SHIFT
009200     MOVE 'N' TO WS-LOOP-DONE-SWITCH
009210     PERFORM 3300-SHIFT-ONE-ENTRY THRU 3300-EXIT
009220         UNTIL WS-LOOP-DONE
009230     ADD 1 TO WS-JRN-SHIFT
009240     MOVE WS-JRN-NEW-ACCOUNT TO WS-JRN-ACCOUNT (WS-JRN-SHIFT)
009250     MOVE JRN-ACTION         TO WS-JRN-ACTION (WS-JRN-SHIFT)
009260     MOVE JRN-BEFORE-IMAGE   TO WS-JRN-IMAGE (WS-JRN-SHIFT)
009270     ADD 1 TO WS-JRN-COUNT.
009280 3100-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------*
009320* 3200-COMPARE-ONE-ACCOUNT - A CONTA JA TEM ENTRADA NA TABELA?   *
009330*----------------------------------------------------------------*
009340 3200-COMPARE-ONE-ACCOUNT.
009350     IF WS-JRN-ACCOUNT (WS-JRN-SUB) IS EQUAL TO WS-JRN-NEW-ACCOUNT
009360        SET WS-ITEM-FOUND TO TRUE
009370     END-IF.
009380 3200-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------*
009420* 3300-SHIFT-ONE-ENTRY - ABRE ESPACO PARA A CONTA NOVA, PUXANDO  *
009430*                        UMA POSICAO ADIANTE AS DE NUMERO MAIOR  *
009440*----------------------------------------------------------------*
009450 3300-SHIFT-ONE-ENTRY.
009460     IF WS-JRN-SHIFT IS EQUAL TO ZERO
009470        SET WS-LOOP-DONE TO TRUE
009480        GO TO 3300-EXIT
009490     END-IF
009500     IF WS-JRN-ACCOUNT (WS-JRN-SHIFT)
009510        IS LESS THAN WS-JRN-NEW-ACCOUNT
009520        SET WS-LOOP-DONE TO TRUE
009530        GO TO 3300-EXIT
009540     END-IF
009550     MOVE WS-JRN-ENTRY (WS-JRN-SHIFT)
009560       TO WS-JRN-ENTRY (WS-JRN-SHIFT + 1)
009570     SUBTRACT 1 FROM WS-JRN-SHIFT.
009580 3300-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------*
009620* 4000-RESTORE-MASTER - CAMINHA EM PARALELO PELO MESTRE CORRENTE,*
009630*                       PELO MESTRE ANTERIOR, PELO MOVDET E PELA *
009640*                       TABELA DO JORNAL, GRAVANDO O MESTRE      *
009650*                       RESTAURADO E AS ENTRADAS 'ES' DO JORNAL  *
009660*----------------------------------------------------------------*
009670 4000-RESTORE-MASTER.
009680     OPEN INPUT MASTER-IN-FILE
009690     IF NOT WS-MSTRIN-OK
009700        DISPLAY 'RUNBKO - ERRO AO ABRIR MSTRIN - '
009710                WS-MSTRIN-STATUS
009720        PERFORM 9900-ABORT THRU 9900-EXIT
009730     END-IF
009740     OPEN INPUT MASTER-ANT-FILE
009750     IF NOT WS-MSTANT-OK
009760        DISPLAY 'RUNBKO - ERRO AO ABRIR MSTANT - '
009770                WS-MSTANT-STATUS
009780        PERFORM 9900-ABORT THRU 9900-EXIT
009790     END-IF
009800     OPEN INPUT DETAIL-FILE
009810     IF NOT WS-MOVDET-OK
009820        DISPLAY 'RUNBKO - ERRO AO ABRIR MOVDET - '
009830                WS-MOVDET-STATUS
009840        PERFORM 9900-ABORT THRU 9900-EXIT
009850     END-IF
009860     OPEN OUTPUT MASTER-OUT-FILE
009870     IF NOT WS-MSTBKO-OK
009880        DISPLAY 'RUNBKO - ERRO AO ABRIR MSTBKO - '
009890                WS-MSTBKO-STATUS
009900        PERFORM 9900-ABORT THRU 9900-EXIT
009910     END-IF
009920     OPEN OUTPUT JOURNAL-OUT-FILE
009930     IF NOT WS-JRNBKO-OK
009940        DISPLAY 'RUNBKO - ERRO AO ABRIR JRNBKO - '
009950                WS-JRNBKO-STATUS
009960        PERFORM 9900-ABORT THRU 9900-EXIT
009970     END-IF
009980     MOVE SPACES TO BKO-REPORT-LINE
009990     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
010000     MOVE 'MESTRE DE CONTAS - CONTAS ALTERADAS PELO ESTORNO:'
010010       TO BKO-REPORT-LINE
010020     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
010030     MOVE 1 TO WS-JRN-PTR
010040     PERFORM 4100-READ-MSTRIN THRU 4100-EXIT
010050     PERFORM 4150-READ-MSTANT THRU 4150-EXIT
010060     PERFORM 4200-READ-DETAIL THRU 4200-EXIT
010070     PERFORM 4300-LOAD-DET-GROUP THRU 4300-EXIT
010080     PERFORM 4400-RESTORE-ONE-ACCOUNT THRU 4400-EXIT
010090         UNTIL WS-MSTRIN-EOF
010100     MOVE 9999999999 TO WS-WALK-KEY
010110     PERFORM 4500-SKIP-LOWER-KEYS THRU 4500-EXIT
010120     CLOSE MASTER-IN-FILE MASTER-ANT-FILE DETAIL-FILE
010130           MASTER-OUT-FILE JOURNAL-OUT-FILE
010140     MOVE SPACES TO BKO-REPORT-LINE
010150     MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-EDIT
010160     STRING 'CONTAS ALTERADAS: '             DELIMITED BY SIZE
010170            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010180         INTO BKO-REPORT-LINE
010190     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
010200     MOVE SPACES TO BKO-REPORT-LINE
010210     MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT-EDIT
010220     STRING 'ABERTURAS DESFEITAS: '          DELIMITED BY SIZE
010230            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010240         INTO BKO-REPORT-LINE
010250     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
010260     MOVE SPACES TO BKO-REPORT-LINE
010270     MOVE WS-MSTBKO-COUNT TO WS-RPT-COUNT-EDIT
010280     STRING 'CONTAS NO MESTRE RESTAURADO: '  DELIMITED BY SIZE
010290            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010300         INTO BKO-REPORT-LINE
010310     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
010320     MOVE SPACES TO BKO-REPORT-LINE
010330     MOVE WS-DET-COUNT TO WS-RPT-COUNT-EDIT
010340     STRING 'LANCAMENTOS DO MOVDET DESFEITOS: '
010350                                             DELIMITED BY SIZE
010360            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010370         INTO BKO-REPORT-LINE
010380     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
010390 4000-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------*
010430* 4100-READ-MSTRIN - LE UM REGISTRO DO MESTRE CORRENTE           *
010440*----------------------------------------------------------------*
010450 4100-READ-MSTRIN.
010460     READ MASTER-IN-FILE
010470         AT END
010480            SET WS-MSTRIN-EOF TO TRUE
010490         NOT AT END
010500            ADD 1 TO WS-MSTRIN-COUNT
010510     END-READ.
010520 4100-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------*
010560* 4150-READ-MSTANT - LE UM REGISTRO DO MESTRE ANTERIOR           *
010570*----------------------------------------------------------------*
010580 4150-READ-MSTANT.
010590     READ MASTER-ANT-FILE
010600         AT END
010610            SET WS-MSTANT-EOF TO TRUE
010620     END-READ.
010630 4150-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------*
010670* 4200-READ-DETAIL - LE UM LANCAMENTO DO MOVDET                  *
010680*----------------------------------------------------------------*
010690 4200-READ-DETAIL.
010700     READ DETAIL-FILE
010710         AT END
010720            SET WS-MOVDET-EOF TO TRUE
010730         NOT AT END
010740            ADD 1 TO WS-DET-COUNT
010750     END-READ.
010760 4200-EXIT.
010770     EXIT.
010780
010790*----------------------------------------------------------------*
010800* 4300-LOAD-DET-GROUP - JUNTA OS LANCAMENTOS DE UMA CONTA: SALDO *
010810*                       ANTES DO PRIMEIRO, SALDO DEPOIS DO ULTIMO*
010820*                       E SE HOUVE POSTAGEM (JR/TF NAO CONTAM)   *
010830*----------------------------------------------------------------*
010840 4300-LOAD-DET-GROUP.
010850     IF WS-MOVDET-EOF
010860        SET WS-GRP-EOF TO TRUE
010870        MOVE 9999999999 TO WS-GRP-ACCOUNT
010880        GO TO 4300-EXIT
010890     END-IF
010900     IF DET-ACCOUNT IS LESS THAN WS-PREV-DET-ACCOUNT
010910        MOVE SPACES TO BKO-REPORT-LINE
010920        STRING 'ERRO: MOVDET FORA DA ORDEM DE CONTA EM '
010930                                             DELIMITED BY SIZE
010940               DET-ACCOUNT                   DELIMITED BY SIZE
010950            INTO BKO-REPORT-LINE
010960        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
010970        SET WS-GRP-EOF TO TRUE
010980        MOVE 9999999999 TO WS-GRP-ACCOUNT
010990        GO TO 4300-EXIT
011000     END-IF
011010     MOVE DET-ACCOUNT    TO WS-GRP-ACCOUNT
011020     MOVE DET-ACCOUNT    TO WS-PREV-DET-ACCOUNT
011030     MOVE DET-BAL-BEFORE TO WS-GRP-FIRST-BEFORE
011040     MOVE ZERO TO WS-GRP-COUNT
011050     MOVE 'N' TO WS-GRP-POSTED-SWITCH
011060     PERFORM 4350-ABSORB-DETAIL THRU 4350-EXIT
011070         UNTIL WS-MOVDET-EOF
011080            OR DET-ACCOUNT IS NOT EQUAL TO WS-GRP-ACCOUNT.
011090 4300-EXIT.
011100     EXIT.
011110
011120*----------------------------------------------------------------*
011130* 4350-ABSORB-DETAIL - SOMA UM LANCAMENTO AO GRUPO DA CONTA. O   *
011140*                      LANCAMENTO TEM DE SER DE UMA DAS EXECUCOES*
011150*                      ESTORNADAS                                *
011160*----------------------------------------------------------------*
011170 4350-ABSORB-DETAIL.
011180     MOVE DET-BAL-AFTER TO WS-GRP-LAST-AFTER
011190     ADD 1 TO WS-GRP-COUNT
011200     IF DET-TYPE IS NOT EQUAL TO 'JR'
011210        AND DET-TYPE IS NOT EQUAL TO 'TF'
011220        SET WS-GRP-POSTED TO TRUE
011230     END-IF
011240     MOVE DET-RUN-ID TO WS-CHECK-RUN-ID
011250     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
011260     IF NOT WS-IN-SET
011270        ADD 1 TO WS-DET-FOREIGN-COUNT
011280        IF WS-DET-FOREIGN-COUNT IS EQUAL TO 1
011290           MOVE SPACES TO BKO-REPORT-LINE
011300           STRING 'ERRO: MOVDET TRAZ LANCAMENTO DA EXECUCAO '
011310                                             DELIMITED BY SIZE
011320                  DET-RUN-ID                 DELIMITED BY SIZE
011330               INTO BKO-REPORT-LINE
011340           PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
011350        END-IF
011360     END-IF
011370     PERFORM 4200-READ-DETAIL THRU 4200-EXIT.
011380 4350-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------*
011420* 4400-RESTORE-ONE-ACCOUNT - RESTAURA UMA CONTA DO MESTRE        *
011430*                            CORRENTE: IMAGEM DO JORNAL, SALDO DO*
011440*                            MOVDET E ULTIMA ATIVIDADE DO MESTRE *
011450*                            ANTERIOR, NESTA ORDEM               *
011460*----------------------------------------------------------------*
011470 4400-RESTORE-ONE-ACCOUNT.
011480     MOVE MSTI-ACCOUNT TO WS-WALK-KEY
011490     PERFORM 4500-SKIP-LOWER-KEYS THRU 4500-EXIT
011500     MOVE MASTER-IN-RECORD TO WS-RESTORED-RECORD
011510     MOVE 'N' TO WS-REMOVE-SWITCH
011520     MOVE 'N' TO WS-JRN-MATCH-SWITCH
011530     MOVE 'N' TO WS-ANT-MATCH-SWITCH
011540     IF NOT WS-MSTANT-EOF
011550        IF MSTA-ACCOUNT IS EQUAL TO MSTI-ACCOUNT
011560           SET WS-ANT-MATCH TO TRUE
011570        END-IF
011580     END-IF
011590     IF WS-JRN-PTR IS NOT GREATER THAN WS-JRN-COUNT
011600        IF WS-JRN-ACCOUNT (WS-JRN-PTR) IS EQUAL TO MSTI-ACCOUNT
011610           SET WS-JRN-MATCH TO TRUE
011620           IF WS-JRN-IMAGE (WS-JRN-PTR) IS EQUAL TO SPACES
011630              SET WS-REMOVE-ACCOUNT TO TRUE
011640           ELSE
011650              MOVE WS-JRN-IMAGE (WS-JRN-PTR) TO WS-RESTORED-RECORD
011660           END-IF
011670           ADD 1 TO WS-JRN-PTR
011680        END-IF
011690     END-IF
011700     IF NOT WS-GRP-EOF
011710        AND WS-GRP-ACCOUNT IS EQUAL TO MSTI-ACCOUNT
011720        PERFORM 4600-APPLY-DET-GROUP THRU 4600-EXIT
011730     END-IF
011740     PERFORM 4700-CHECK-AND-WRITE THRU 4700-EXIT
011750     IF WS-ANT-MATCH
011760        PERFORM 4150-READ-MSTANT THRU 4150-EXIT
011770     END-IF
011780     PERFORM 4100-READ-MSTRIN THRU 4100-EXIT.
011790 4400-EXIT.
011800     EXIT.
011810
011820*----------------------------------------------------------------*
011830* 4500-SKIP-LOWER-KEYS - CONTAS DO MESTRE ANTERIOR, DO MOVDET OU *
011840*                        DO JORNAL ABAIXO DA CHAVE CORRENTE NAO  *
011850*                        EXISTEM NO MESTRE CORRENTE: SAO ACHADOS *
011860*----------------------------------------------------------------*
011870 4500-SKIP-LOWER-KEYS.
011880     PERFORM 4510-FLAG-ANT-ONLY THRU 4510-EXIT
011890         UNTIL WS-MSTANT-EOF
011900            OR MSTA-ACCOUNT IS NOT LESS THAN WS-WALK-KEY
011910     PERFORM 4520-FLAG-DET-ONLY THRU 4520-EXIT
011920         UNTIL WS-GRP-EOF
011930            OR WS-GRP-ACCOUNT IS NOT LESS THAN WS-WALK-KEY
011940     MOVE 'N' TO WS-LOOP-DONE-SWITCH
011950     PERFORM 4530-FLAG-JRN-ONLY THRU 4530-EXIT
011960         UNTIL WS-LOOP-DONE.
011970 4500-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------------*
012010* 4510-FLAG-ANT-ONLY - CONTA SO NO MESTRE ANTERIOR               *
012020*----------------------------------------------------------------*
012030 4510-FLAG-ANT-ONLY.
012040     MOVE SPACES TO BKO-REPORT-LINE
012050     STRING 'ERRO: CONTA SO NO MESTRE ANTERIOR - '
012060                                             DELIMITED BY SIZE
012070            MSTA-ACCOUNT                     DELIMITED BY SIZE
012080         INTO BKO-REPORT-LINE
012090     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
012100     PERFORM 4150-READ-MSTANT THRU 4150-EXIT.
012110 4510-EXIT.
012120     EXIT.
012130
012140*----------------------------------------------------------------*
012150* 4520-FLAG-DET-ONLY - CONTA DO MOVDET FORA DO MESTRE CORRENTE   *
012160*----------------------------------------------------------------*
012170 4520-FLAG-DET-ONLY.
012180     MOVE SPACES TO BKO-REPORT-LINE
012190     STRING 'ERRO: CONTA DO MOVDET FORA DO MESTRE - '
012200                                             DELIMITED BY SIZE
012210            WS-GRP-ACCOUNT                   DELIMITED BY SIZE
012220         INTO BKO-REPORT-LINE
012230     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
012240     PERFORM 4300-LOAD-DET-GROUP THRU 4300-EXIT.
012250 4520-EXIT.
012260     EXIT.
012270
012280*----------------------------------------------------------------*
012290* 4530-FLAG-JRN-ONLY - CONTA DO JORNAL FORA DO MESTRE CORRENTE   *
012300*----------------------------------------------------------------*
012310 4530-FLAG-JRN-ONLY.
012320     IF WS-JRN-PTR IS GREATER THAN WS-JRN-COUNT
012330        SET WS-LOOP-DONE TO TRUE
012340        GO TO 4530-EXIT
012350     END-IF
012360     IF WS-JRN-ACCOUNT (WS-JRN-PTR) IS NOT LESS THAN WS-WALK-KEY
012370        SET WS-LOOP-DONE TO TRUE
012380        GO TO 4530-EXIT
012390     END-IF
012400     MOVE SPACES TO BKO-REPORT-LINE
012410     STRING 'ERRO: CONTA DO MNTJRNL FORA DO MESTRE - '
012420                                             DELIMITED BY SIZE
012430            WS-JRN-ACCOUNT (WS-JRN-PTR)      DELIMITED BY SIZE
012440         INTO BKO-REPORT-LINE
012450     PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
012460     ADD 1 TO WS-JRN-PTR.
012470 4530-EXIT.
012480     EXIT.
012490
012500*----------------------------------------------------------------*
012510* 4600-APPLY-DET-GROUP - O SALDO DO MESTRE TEM DE SER O ULTIMO   *
012520*                        SALDO DO MOVDET (A POSTAGEM FOI         *
012530*                        EFETIVADA E NADA MEXEU DEPOIS); VOLTA   *
012540*                        AO PRIMEIRO                             *
012550*----------------------------------------------------------------*
012560 4600-APPLY-DET-GROUP.
012570     IF MSTI-BALANCE IS NOT EQUAL TO WS-GRP-LAST-AFTER
012580        MOVE SPACES TO BKO-REPORT-LINE
012590        STRING 'ERRO: SALDO DO MESTRE DIFERE DO MOVDET NA CONTA '
012600                                             DELIMITED BY SIZE
012610               MSTI-ACCOUNT                  DELIMITED BY SIZE
012620            INTO BKO-REPORT-LINE
012630        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
012640     END-IF
012650     MOVE WS-GRP-FIRST-BEFORE TO RST-BALANCE
012660     IF WS-GRP-POSTED
012670        AND NOT WS-JRN-MATCH
012680        AND WS-ANT-MATCH
012690        MOVE MSTA-LAST-ACTIVITY TO RST-LAST-ACTIVITY
012700     END-IF
012710     PERFORM 4300-LOAD-DET-GROUP THRU 4300-EXIT.
012720 4600-EXIT.
012730     EXIT.
012740
012750*----------------------------------------------------------------*
012760* 4700-CHECK-AND-WRITE - CONFERE A CONTA RESTAURADA COM O MESTRE *
012770*                        ANTERIOR, GRAVA NO MESTRE DE TRABALHO E,*
012780*                        SE MUDOU, LISTA E REGISTRA NO JORNAL    *
012790*----------------------------------------------------------------*
012800 4700-CHECK-AND-WRITE.
012810     IF WS-REMOVE-ACCOUNT
012820        IF WS-ANT-MATCH
012830           MOVE SPACES TO BKO-REPORT-LINE
012840           STRING 'ERRO: ABERTURA DE CONTA JA EXISTENTE - '
012850                                             DELIMITED BY SIZE
012860                  MSTI-ACCOUNT               DELIMITED BY SIZE
012870               INTO BKO-REPORT-LINE
012880           PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
012890        END-IF
012900        ADD 1 TO WS-REMOVED-COUNT
012910        ADD 1 TO WS-CHANGED-COUNT
012920        MOVE MSTI-BALANCE TO WS-RPT-BAL-EDIT
012930        MOVE SPACES TO BKO-REPORT-LINE
012940        STRING '   '                         DELIMITED BY SIZE
012950               MSTI-ACCOUNT                  DELIMITED BY SIZE
012960               ' ABERTURA DESFEITA - CONTA EXCLUIDA, SALDO '
012970                                             DELIMITED BY SIZE
012980               WS-RPT-BAL-EDIT               DELIMITED BY SIZE
012990            INTO BKO-REPORT-LINE
013000        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
013010        PERFORM 4750-WRITE-ES-ENTRY THRU 4750-EXIT
013020        GO TO 4700-EXIT
013030     END-IF
013040     IF NOT WS-ANT-MATCH
013050        MOVE SPACES TO BKO-REPORT-LINE
013060        STRING 'ERRO: CONTA FORA DO MSTANT SEM ABERTURA - '
013070                                             DELIMITED BY SIZE
013080               MSTI-ACCOUNT                  DELIMITED BY SIZE
013090            INTO BKO-REPORT-LINE
013100        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
013110     ELSE
013120        IF WS-RESTORED-RECORD IS NOT EQUAL TO MASTER-ANT-RECORD
013130           MOVE SPACES TO BKO-REPORT-LINE
013140           STRING 'ERRO: CONTA RESTAURADA DIFERE DO MSTANT - '
013150                                             DELIMITED BY SIZE
013160                  MSTI-ACCOUNT               DELIMITED BY SIZE
013170               INTO BKO-REPORT-LINE
013180           PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
013190        END-IF
013200     END-IF
013210     WRITE MASTER-OUT-RECORD FROM WS-RESTORED-RECORD
013220     IF NOT WS-MSTBKO-OK
013230        DISPLAY 'RUNBKO - ERRO AO GRAVAR MSTBKO - '
013240                WS-MSTBKO-STATUS
013250        PERFORM 9900-ABORT THRU 9900-EXIT
013260     END-IF
013270     ADD 1 TO WS-MSTBKO-COUNT
013280     IF WS-RESTORED-RECORD IS EQUAL TO MASTER-IN-RECORD
013290        GO TO 4700-EXIT
013300     END-IF
013310     ADD 1 TO WS-CHANGED-COUNT
013320     MOVE MSTI-BALANCE TO WS-RPT-BAL-EDIT
013330     MOVE RST-BALANCE  TO WS-RPT-BAL-EDIT-2
013340     MOVE SPACES TO BKO-REPORT-LINE
013350     STRING '   '                            DELIMITED BY SIZE
013360            MSTI-ACCOUNT                     DELIMITED BY SIZE
013370            ' SALDO '                        DELIMITED BY SIZE
013380            WS-RPT-BAL-EDIT                  DELIMITED BY SIZE
013390            ' ->'                            DELIMITED BY SIZE
013400            WS-RPT-BAL-EDIT-2                DELIMITED BY SIZE
013410            '  SIT '                         DELIMITED BY SIZE
013420            MSTI-STATUS                      DELIMITED BY SIZE
013430            '->'                             DELIMITED BY SIZE
013440            RST-STATUS                       DELIMITED BY SIZE
013450         INTO BKO-REPORT-LINE
013460     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
013470     PERFORM 4750-WRITE-ES-ENTRY THRU 4750-EXIT.
013480 4700-EXIT.
013490     EXIT.
013500
013510*----------------------------------------------------------------*
013520* 4750-WRITE-ES-ENTRY - REGISTRA NO JORNAL DE TRABALHO A CONTA   *
013530*                       ANTES E DEPOIS DO ESTORNO (DEPOIS EM     *
013540*                       BRANCO QUANDO A ABERTURA E DESFEITA)     *
013550*----------------------------------------------------------------*
013560 4750-WRITE-ES-ENTRY.
013570     MOVE SPACES TO JOURNAL-OUT-RECORD
013580     MOVE WS-TIMESTAMP-FIELD TO JRO-TIMESTAMP
013590     MOVE WS-BACKOUT-ID      TO JRO-RUN-ID
013600     MOVE 'ES'               TO JRO-ACTION
013605     MOVE WS-TARGET-DATE     TO JRO-BUSINESS-DATE
013610     MOVE MASTER-IN-RECORD   TO JRO-BEFORE-IMAGE
013620     IF NOT WS-REMOVE-ACCOUNT
013630        MOVE WS-RESTORED-RECORD TO JRO-AFTER-IMAGE
013640     END-IF
013650     WRITE JOURNAL-OUT-RECORD
013660     IF NOT WS-JRNBKO-OK
013670        DISPLAY 'RUNBKO - ERRO AO GRAVAR JRNBKO - '
013680                WS-JRNBKO-STATUS
013690        PERFORM 9900-ABORT THRU 9900-EXIT
013700     END-IF
013710     ADD 1 TO WS-JRNBKO-COUNT.
013720 4750-EXIT.
013730     EXIT.
013740
013750*----------------------------------------------------------------*
013760* 5000-RESTORE-RECYCLE - MOVRCY DE ANTES DA EXECUCAO: TIRA OS    *
013770*                        ITENS QUE ELA RECICLOU E DEVOLVE OS DA  *
013780*                        GERACAO ANTERIOR QUE ELA CONSUMIU       *
013790*----------------------------------------------------------------*
013800 5000-RESTORE-RECYCLE.
013810     MOVE ZERO TO WS-ANT-COUNT WS-KEPT-COUNT WS-DROPPED-COUNT
013820                  WS-RETURNED-COUNT
013830     MOVE SPACES TO BKO-REPORT-LINE
013840     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
013850     MOVE 'RECICLAGEM (MOVRCY):' TO BKO-REPORT-LINE
013860     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
013870     OPEN INPUT RECYCLE-ANT-FILE
013880     IF WS-RCYANT-OK
013890        PERFORM 5100-LOAD-RCY-ANT THRU 5100-EXIT
013900            UNTIL WS-RCYANT-EOF
013910        CLOSE RECYCLE-ANT-FILE
013920     ELSE
013930        IF NOT WS-RCYANT-NOT-FOUND
013940           DISPLAY 'RUNBKO - ERRO AO ABRIR RCYANT - '
013950                   WS-RCYANT-STATUS
013960           PERFORM 9900-ABORT THRU 9900-EXIT
013970        END-IF
013980     END-IF
013990     OPEN OUTPUT RECYCLE-OUT-FILE
014000     IF NOT WS-RCYBKO-OK
014010        DISPLAY 'RUNBKO - ERRO AO ABRIR RCYBKO - '
014020                WS-RCYBKO-STATUS
014030        PERFORM 9900-ABORT THRU 9900-EXIT
014040     END-IF
014050     OPEN INPUT RECYCLE-IN-FILE
014060     IF WS-RCYIN-OK
014070        PERFORM 5200-SCAN-RCY-ITEM THRU 5200-EXIT
014080            UNTIL WS-RCYIN-EOF
014090        CLOSE RECYCLE-IN-FILE
014100     ELSE
014110        IF NOT WS-RCYIN-NOT-FOUND
014120           DISPLAY 'RUNBKO - ERRO AO ABRIR RCYIN - '
014130                   WS-RCYIN-STATUS
014140           PERFORM 9900-ABORT THRU 9900-EXIT
014150        END-IF
014160     END-IF
014170     MOVE 'DEVOLVIDO' TO WS-ITEM-ACTION
014180     PERFORM 5300-RETURN-RCY-ITEM THRU 5300-EXIT
014190         VARYING WS-ANT-SUB FROM 1 BY 1
014200           UNTIL WS-ANT-SUB IS GREATER THAN WS-ANT-COUNT
014210     CLOSE RECYCLE-OUT-FILE
014220     PERFORM 9700-WRITE-ITEM-TOTALS THRU 9700-EXIT.
014230 5000-EXIT.
014240     EXIT.
014250
014260*----------------------------------------------------------------*
014270* 5100-LOAD-RCY-ANT - GUARDA UM ITEM DA GERACAO ANTERIOR         *
014280*----------------------------------------------------------------*
014290 5100-LOAD-RCY-ANT.
014300     READ RECYCLE-ANT-FILE
014310         AT END
014320            SET WS-RCYANT-EOF TO TRUE
014330            GO TO 5100-EXIT
014340     END-READ
014350     MOVE RECYCLE-ANT-RECORD TO WS-ITEM-AREA
014360     PERFORM 9550-STORE-ANT-ITEM THRU 9550-EXIT.
014370 5100-EXIT.
014380     EXIT.
014390
014400*----------------------------------------------------------------*
014410* 5200-SCAN-RCY-ITEM - ITEM RECICLADO PELO CONJUNTO SAI; OS      *
014420*                      DEMAIS FICAM E CASAM COM A GERACAO        *
014430*                      ANTERIOR                                  *
014440*----------------------------------------------------------------*
014450 5200-SCAN-RCY-ITEM.
014460     READ RECYCLE-IN-FILE
014470         AT END
014480            SET WS-RCYIN-EOF TO TRUE
014490            GO TO 5200-EXIT
014500     END-READ
014510     MOVE RECYCLE-RECORD TO WS-ITEM-AREA
014520     MOVE RCY-RUN-ID TO WS-CHECK-RUN-ID
014530     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
014540     IF WS-IN-SET
014550        MOVE 'RETIRADO' TO WS-ITEM-ACTION
014560        PERFORM 9600-REPORT-ITEM THRU 9600-EXIT
014570        ADD 1 TO WS-DROPPED-COUNT
014580        GO TO 5200-EXIT
014590     END-IF
014600     PERFORM 9500-MATCH-ANT-ITEM THRU 9500-EXIT
014610     WRITE RECYCLE-OUT-RECORD FROM RECYCLE-RECORD
014620     IF NOT WS-RCYBKO-OK
014630        DISPLAY 'RUNBKO - ERRO AO GRAVAR RCYBKO - '
014640                WS-RCYBKO-STATUS
014650        PERFORM 9900-ABORT THRU 9900-EXIT
014660     END-IF
014670     ADD 1 TO WS-KEPT-COUNT.
014680 5200-EXIT.
014690     EXIT.
014700
014710*----------------------------------------------------------------*
014720* 5300-RETURN-RCY-ITEM - DEVOLVE UM ITEM DA GERACAO ANTERIOR QUE *
014730*                        A EXECUCAO CONSUMIU                     *
014740*----------------------------------------------------------------*
014750 5300-RETURN-RCY-ITEM.
014760     IF WS-ANT-USED (WS-ANT-SUB)
014770        GO TO 5300-EXIT
014780     END-IF
014790     MOVE WS-ANT-ITEM (WS-ANT-SUB) TO WS-ITEM-AREA
014800     MOVE WS-ITEM-AREA TO RECYCLE-OUT-RECORD
014810     WRITE RECYCLE-OUT-RECORD
014820     IF NOT WS-RCYBKO-OK
014830        DISPLAY 'RUNBKO - ERRO AO GRAVAR RCYBKO - '
014840                WS-RCYBKO-STATUS
014850        PERFORM 9900-ABORT THRU 9900-EXIT
014860     END-IF
014870     PERFORM 9600-REPORT-ITEM THRU 9600-EXIT
014880     ADD 1 TO WS-RETURNED-COUNT.
014890 5300-EXIT.
014900     EXIT.
014910
014920*----------------------------------------------------------------*
014930* 5500-RESTORE-WAREHOUSE - MOVWHS DE ANTES DA EXECUCAO: ITEM SEM *
014940*                          PAR NA GERACAO ANTERIOR FOI RETIDO POR*
014950*                          ELA E SAI; ITEM DA ANTERIOR SEM PAR   *
014960*                          FOI LIBERADO POR ELA E VOLTA          *
014970*----------------------------------------------------------------*
014980 5500-RESTORE-WAREHOUSE.
014990     MOVE ZERO TO WS-ANT-COUNT WS-KEPT-COUNT WS-DROPPED-COUNT
015000                  WS-RETURNED-COUNT
015010     MOVE SPACES TO BKO-REPORT-LINE
015020     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
015030     MOVE 'DEPOSITO DE DATA FUTURA (MOVWHS):' TO BKO-REPORT-LINE
015040     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
015050     OPEN INPUT WAREHOUSE-ANT-FILE
015060     IF WS-WHSANT-OK
015070        PERFORM 5600-LOAD-WHS-ANT THRU 5600-EXIT
015080            UNTIL WS-WHSANT-EOF
015090        CLOSE WAREHOUSE-ANT-FILE
015100     ELSE
015110        IF NOT WS-WHSANT-NOT-FOUND
015120           DISPLAY 'RUNBKO - ERRO AO ABRIR WHSANT - '
015130                   WS-WHSANT-STATUS
015140           PERFORM 9900-ABORT THRU 9900-EXIT
015150        END-IF
015160     END-IF
015170     OPEN OUTPUT WAREHOUSE-OUT-FILE
015180     IF NOT WS-WHSBKO-OK
015190        DISPLAY 'RUNBKO - ERRO AO ABRIR WHSBKO - '
015200                WS-WHSBKO-STATUS
015210        PERFORM 9900-ABORT THRU 9900-EXIT
015220     END-IF
015230     OPEN INPUT WAREHOUSE-IN-FILE
015240     IF WS-WHSIN-OK
015250        PERFORM 5700-SCAN-WHS-ITEM THRU 5700-EXIT
015260            UNTIL WS-WHSIN-EOF
015270        CLOSE WAREHOUSE-IN-FILE
015280     ELSE
015290        IF NOT WS-WHSIN-NOT-FOUND
015300           DISPLAY 'RUNBKO - ERRO AO ABRIR WHSIN - '
015310                   WS-WHSIN-STATUS
015320           PERFORM 9900-ABORT THRU 9900-EXIT
015330        END-IF
015340     END-IF
015350     MOVE 'DEVOLVIDO' TO WS-ITEM-ACTION
015360     PERFORM 5800-RETURN-WHS-ITEM THRU 5800-EXIT
015370         VARYING WS-ANT-SUB FROM 1 BY 1
015380           UNTIL WS-ANT-SUB IS GREATER THAN WS-ANT-COUNT
015390     CLOSE WAREHOUSE-OUT-FILE
015400     PERFORM 9700-WRITE-ITEM-TOTALS THRU 9700-EXIT.
015410 5500-EXIT.
015420     EXIT.
015430
015440*----------------------------------------------------------------*
015450* 5600-LOAD-WHS-ANT - GUARDA UM ITEM DA GERACAO ANTERIOR         *
015460*----------------------------------------------------------------*
015470 5600-LOAD-WHS-ANT.
015480     READ WAREHOUSE-ANT-FILE
015490         AT END
015500            SET WS-WHSANT-EOF TO TRUE
015510            GO TO 5600-EXIT
015520     END-READ
015530     MOVE WAREHOUSE-ANT-RECORD TO WS-ITEM-AREA
015540     PERFORM 9550-STORE-ANT-ITEM THRU 9550-EXIT.
015550 5600-EXIT.
015560     EXIT.
015570
015580*----------------------------------------------------------------*
015590* 5700-SCAN-WHS-ITEM - ITEM COM PAR NA GERACAO ANTERIOR FICA; SEM*
015600*                      PAR FOI RETIDO PELA EXECUCAO E SAI        *
015610*----------------------------------------------------------------*
015620 5700-SCAN-WHS-ITEM.
015630     READ WAREHOUSE-IN-FILE
015640         AT END
015650            SET WS-WHSIN-EOF TO TRUE
015660            GO TO 5700-EXIT
015670     END-READ
015680     MOVE WAREHOUSE-RECORD TO WS-ITEM-AREA
015690     PERFORM 9500-MATCH-ANT-ITEM THRU 9500-EXIT
015700     IF NOT WS-ITEM-FOUND
015710        MOVE 'RETIRADO' TO WS-ITEM-ACTION
015720        PERFORM 9600-REPORT-ITEM THRU 9600-EXIT
015730        ADD 1 TO WS-DROPPED-COUNT
015740        GO TO 5700-EXIT
015750     END-IF
015760     WRITE WAREHOUSE-OUT-RECORD FROM WAREHOUSE-RECORD
015770     IF NOT WS-WHSBKO-OK
015780        DISPLAY 'RUNBKO - ERRO AO GRAVAR WHSBKO - '
015790                WS-WHSBKO-STATUS
015800        PERFORM 9900-ABORT THRU 9900-EXIT
015810     END-IF
015820     ADD 1 TO WS-KEPT-COUNT.
015830 5700-EXIT.
015840     EXIT.
015850
015860*----------------------------------------------------------------*
015870* 5800-RETURN-WHS-ITEM - DEVOLVE UM ITEM QUE A EXECUCAO LIBEROU  *
015880*----------------------------------------------------------------*
015890 5800-RETURN-WHS-ITEM.
015900     IF WS-ANT-USED (WS-ANT-SUB)
015910        GO TO 5800-EXIT
015920     END-IF
015930     MOVE WS-ANT-ITEM (WS-ANT-SUB) TO WS-ITEM-AREA
015940     MOVE WS-ITEM-AREA TO WAREHOUSE-OUT-RECORD
015950     WRITE WAREHOUSE-OUT-RECORD
015960     IF NOT WS-WHSBKO-OK
015970        DISPLAY 'RUNBKO - ERRO AO GRAVAR WHSBKO - '
015980                WS-WHSBKO-STATUS
015990        PERFORM 9900-ABORT THRU 9900-EXIT
016000     END-IF
016010     PERFORM 9600-REPORT-ITEM THRU 9600-EXIT
016020     ADD 1 TO WS-RETURNED-COUNT.
016030 5800-EXIT.
016040     EXIT.
016050
016060*----------------------------------------------------------------*
016070* 6000-CLEAN-INDEX - TIRA DO MOVIDX OS MOVIMENTOS POSTADOS PELO  *
016080*                    CONJUNTO, PARA A REEXECUCAO NAO OS RECUSAR  *
016090*                    COMO DUPLICADOS                             *
016100*----------------------------------------------------------------*
016110 6000-CLEAN-INDEX.
016120     MOVE ZERO TO WS-KEPT-COUNT WS-DROPPED-COUNT WS-RETURNED-COUNT
016130     OPEN OUTPUT INDEX-OUT-FILE
016140     IF NOT WS-IDXBKO-OK
016150        DISPLAY 'RUNBKO - ERRO AO ABRIR IDXBKO - '
016160                WS-IDXBKO-STATUS
016170        PERFORM 9900-ABORT THRU 9900-EXIT
016180     END-IF
016190     OPEN INPUT INDEX-IN-FILE
016200     IF WS-IDXIN-OK
016210        PERFORM 6100-SCAN-ONE-INDEX THRU 6100-EXIT
016220            UNTIL WS-IDXIN-EOF
016230        CLOSE INDEX-IN-FILE
016240     ELSE
016250        IF NOT WS-IDXIN-NOT-FOUND
016260           DISPLAY 'RUNBKO - ERRO AO ABRIR IDXIN - '
016270                   WS-IDXIN-STATUS
016280           PERFORM 9900-ABORT THRU 9900-EXIT
016290        END-IF
016300     END-IF
016310     CLOSE INDEX-OUT-FILE
016320     MOVE SPACES TO BKO-REPORT-LINE
016330     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
016340     MOVE 'INDICE DE DUPLICIDADE (MOVIDX):' TO BKO-REPORT-LINE
016350     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
016360     PERFORM 9700-WRITE-ITEM-TOTALS THRU 9700-EXIT.
016370 6000-EXIT.
016380     EXIT.
016390
016400*----------------------------------------------------------------*
016410* 6100-SCAN-ONE-INDEX - COPIA UMA ENTRADA DO INDICE QUE NAO SEJA *
016420*                       DO CONJUNTO                              *
016430*----------------------------------------------------------------*
016440 6100-SCAN-ONE-INDEX.
016450     READ INDEX-IN-FILE
016460         AT END
016470            SET WS-IDXIN-EOF TO TRUE
016480            GO TO 6100-EXIT
016490     END-READ
016500     MOVE IDX-RUN-ID TO WS-CHECK-RUN-ID
016510     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
016520     IF WS-IN-SET
016530        ADD 1 TO WS-DROPPED-COUNT
016540        GO TO 6100-EXIT
016550     END-IF
016560     WRITE INDEX-OUT-RECORD FROM MOVIDX-RECORD
016570     IF NOT WS-IDXBKO-OK
016580        DISPLAY 'RUNBKO - ERRO AO GRAVAR IDXBKO - '
016590                WS-IDXBKO-STATUS
016600        PERFORM 9900-ABORT THRU 9900-EXIT
016610     END-IF
016620     ADD 1 TO WS-KEPT-COUNT.
016630 6100-EXIT.
016640     EXIT.
016650
016660*----------------------------------------------------------------*
016670* 6500-REVERSE-GL - GERA O GLEXT DE ESTORNO A PARTIR DO GLEXT DA *
016680*                   EXECUCAO: MESMO CABECALHO MARCADO 'E',       *
016690*                   CLASSES E PERNAS COM DEBITO E CREDITO        *
016700*                   TROCADOS, TRAILER RECALCULADO                *
016710*----------------------------------------------------------------*
016720 6500-REVERSE-GL.
016730     MOVE SPACES TO BKO-REPORT-LINE
016740     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
016750     MOVE 'INTERFACE CONTABIL (GLEXT DE ESTORNO):'
016760       TO BKO-REPORT-LINE
016770     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
016780     OPEN INPUT GL-IN-FILE
016790     IF NOT WS-GLIN-OK
016800        DISPLAY 'RUNBKO - ERRO AO ABRIR GLIN - '
016810                WS-GLIN-STATUS
016820        PERFORM 9900-ABORT THRU 9900-EXIT
016830     END-IF
016840     OPEN OUTPUT GL-OUT-FILE
016850     IF NOT WS-GLBKO-OK
016860        DISPLAY 'RUNBKO - ERRO AO ABRIR GLBKO - '
016870                WS-GLBKO-STATUS
016880        PERFORM 9900-ABORT THRU 9900-EXIT
016890     END-IF
016900     PERFORM 6550-CHECK-GL-HEADER THRU 6550-EXIT
016910     IF WS-GL-HEADER-OK
016920        PERFORM 6600-REVERSE-ONE-GL THRU 6600-EXIT
016930            UNTIL WS-GLIN-EOF
016940        MOVE SPACES TO BKO-REPORT-LINE
016950        MOVE WS-GL-LEG-COUNT TO WS-RPT-COUNT-EDIT
016960        STRING '   PERNAS DE TRANSFERENCIA INVERTIDAS: '
016970                                             DELIMITED BY SIZE
016980               WS-RPT-COUNT-EDIT             DELIMITED BY SIZE
016990            INTO BKO-REPORT-LINE
017000        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
017010     END-IF
017020     CLOSE GL-IN-FILE GL-OUT-FILE.
017030 6500-EXIT.
017040     EXIT.
017050
017060*----------------------------------------------------------------*
017070* 6550-CHECK-GL-HEADER - O GLIN TEM DE SER O GLEXT DE UMA DAS    *
017080*                        EXECUCOES DO CONJUNTO, DA MESMA DATA E  *
017090*                        AINDA NAO ESTORNADO                     *
017100*----------------------------------------------------------------*
017110 6550-CHECK-GL-HEADER.
017120     MOVE 'N' TO WS-GL-HEADER-SWITCH
017130     READ GL-IN-FILE
017140         AT END
017150            SET WS-GLIN-EOF TO TRUE
017160            MOVE 'ERRO: GLIN VAZIO' TO BKO-REPORT-LINE
017170            PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
017180            GO TO 6550-EXIT
017190     END-READ
017200     IF GLI-RECORD-TYPE IS NOT EQUAL TO 'H'
017210        MOVE 'ERRO: GLIN SEM CABECALHO' TO BKO-REPORT-LINE
017220        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
017230        GO TO 6550-EXIT
017240     END-IF
017250     MOVE GLI-RUN-ID TO WS-CHECK-RUN-ID
017260     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
017270     IF NOT WS-IN-SET
017280        OR GLI-BUSINESS-DATE IS NOT EQUAL TO WS-TARGET-DATE
017290        MOVE SPACES TO BKO-REPORT-LINE
017300        STRING 'ERRO: GLIN E DA EXECUCAO '     DELIMITED BY SIZE
017310               GLI-RUN-ID                      DELIMITED BY SIZE
017320               ' DATA '                        DELIMITED BY SIZE
017330               GLI-BUSINESS-DATE               DELIMITED BY SIZE
017340            INTO BKO-REPORT-LINE
017350        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
017360        GO TO 6550-EXIT
017370     END-IF
017380     IF GLI-REVERSAL-FLAG IS EQUAL TO 'E'
017390        MOVE 'ERRO: GLIN JA E UM GLEXT DE ESTORNO'
017400          TO BKO-REPORT-LINE
017410        PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
017420        GO TO 6550-EXIT
017430     END-IF
017440     SET WS-GL-HEADER-OK TO TRUE
017450     MOVE 'E' TO GLI-REVERSAL-FLAG
017460     PERFORM 6700-WRITE-GL THRU 6700-EXIT
017470     MOVE ZERO TO WS-GL-REC-COUNT WS-GL-HASH-TOTAL
017480                  WS-GL-LEG-COUNT.
017490 6550-EXIT.
017500     EXIT.
017510
017520*----------------------------------------------------------------*
017530* 6600-REVERSE-ONE-GL - INVERTE UM REGISTRO DO GLEXT             *
017540*----------------------------------------------------------------*
017550 6600-REVERSE-ONE-GL.
017560     READ GL-IN-FILE
017570         AT END
017580            SET WS-GLIN-EOF TO TRUE
017590            GO TO 6600-EXIT
017600     END-READ
017610     EVALUATE GLI-RECORD-TYPE
017620         WHEN 'D'
017630             MOVE GLI-DC-INDICATOR TO WS-GL-OLD-DC
017640             EVALUATE GLI-DC-INDICATOR
017650                 WHEN 'D'
017660                     MOVE 'C' TO GLI-DC-INDICATOR
017670                 WHEN 'C'
017680                     MOVE 'D' TO GLI-DC-INDICATOR
017690             END-EVALUATE
017700             ADD 1 TO WS-GL-REC-COUNT
017710             ADD GLI-AMOUNT TO WS-GL-HASH-TOTAL
017720             MOVE GLI-COUNT  TO WS-RPT-COUNT-EDIT
017730             MOVE GLI-AMOUNT TO WS-RPT-AMT-EDIT
017740             MOVE SPACES TO BKO-REPORT-LINE
017750             STRING '   CLASSE '               DELIMITED BY SIZE
017760                    GLI-CLASS                  DELIMITED BY SIZE
017770                    '  '                       DELIMITED BY SIZE
017780                    WS-GL-OLD-DC               DELIMITED BY SIZE
017790                    '->'                       DELIMITED BY SIZE
017800                    GLI-DC-INDICATOR           DELIMITED BY SIZE
017810                    '  QTD '                   DELIMITED BY SIZE
017820                    WS-RPT-COUNT-EDIT          DELIMITED BY SIZE
017830                    '  VALOR '                 DELIMITED BY SIZE
017840                    WS-RPT-AMT-EDIT            DELIMITED BY SIZE
017850                 INTO BKO-REPORT-LINE
017860             PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
017870         WHEN 'L'
017880             EVALUATE GLI-LEG-DC-INDICATOR
017890                 WHEN 'D'
017900                     MOVE 'C' TO GLI-LEG-DC-INDICATOR
017910                 WHEN 'C'
017920                     MOVE 'D' TO GLI-LEG-DC-INDICATOR
017930             END-EVALUATE
017940             ADD 1 TO WS-GL-REC-COUNT
017950             ADD 1 TO WS-GL-LEG-COUNT
017960             ADD GLI-LEG-AMOUNT TO WS-GL-HASH-TOTAL
017970         WHEN 'T'
017980             IF GLI-REC-COUNT IS NOT EQUAL TO WS-GL-REC-COUNT
017990                OR GLI-HASH-TOTAL IS NOT EQUAL TO WS-GL-HASH-TOTAL
018000                MOVE 'ERRO: TRAILER DO GLIN NAO CONFERE'
018010                  TO BKO-REPORT-LINE
018020                PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
018030             END-IF
018040             MOVE WS-GL-REC-COUNT  TO GLI-REC-COUNT
018050             MOVE WS-GL-HASH-TOTAL TO GLI-HASH-TOTAL
018060         WHEN OTHER
018070             MOVE 'ERRO: REGISTRO DE TIPO DESCONHECIDO NO GLIN'
018080               TO BKO-REPORT-LINE
018090             PERFORM 9100-WRITE-FINDING THRU 9100-EXIT
018100     END-EVALUATE
018110     PERFORM 6700-WRITE-GL THRU 6700-EXIT.
018120 6600-EXIT.
018130     EXIT.
018140
018150*----------------------------------------------------------------*
018160* 6700-WRITE-GL - GRAVA O REGISTRO CORRENTE NO GLEXT DE ESTORNO  *
018170*----------------------------------------------------------------*
018180 6700-WRITE-GL.
018190     WRITE GL-OUT-RECORD FROM GL-IN-RECORD
018200     IF NOT WS-GLBKO-OK
018210        DISPLAY 'RUNBKO - ERRO AO GRAVAR GLBKO - '
018220                WS-GLBKO-STATUS
018230        PERFORM 9900-ABORT THRU 9900-EXIT
018240     END-IF.
018250 6700-EXIT.
018260     EXIT.
018270
018280*----------------------------------------------------------------*
018290* 7000-REOPEN-ADJUSTMENTS - OS AJUSTES INTEGRADOS PELO CONJUNTO  *
018300*                           VOLTAM A APROVADO E AS RECUSAS       *
018310*                           FECHADAS POR ELE SAO REABERTAS, PARA *
018320*                           A REEXECUCAO TRATA-LOS DE NOVO       *
018330*----------------------------------------------------------------*
018340 7000-REOPEN-ADJUSTMENTS.
018350     MOVE SPACES TO BKO-REPORT-LINE
018360     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
018370     MOVE 'AJUSTES MANUAIS (ADJREG):' TO BKO-REPORT-LINE
018380     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
018390     OPEN OUTPUT ADJ-OUT-FILE
018400     IF NOT WS-ADJBKO-OK
018410        DISPLAY 'RUNBKO - ERRO AO ABRIR ADJBKO - '
018420                WS-ADJBKO-STATUS
018430        PERFORM 9900-ABORT THRU 9900-EXIT
018440     END-IF
018450     OPEN INPUT ADJUSTMENT-FILE
018460     IF WS-ADJREG-OK
018470        PERFORM 7100-REOPEN-ONE-ADJ THRU 7100-EXIT
018480            UNTIL WS-ADJREG-EOF
018490        CLOSE ADJUSTMENT-FILE
018500     ELSE
018510        IF NOT WS-ADJREG-NOT-FOUND
018520           DISPLAY 'RUNBKO - ERRO AO ABRIR ADJREG - '
018530                   WS-ADJREG-STATUS
018540           PERFORM 9900-ABORT THRU 9900-EXIT
018550        END-IF
018560     END-IF
018570     CLOSE ADJ-OUT-FILE
018580     MOVE SPACES TO BKO-REPORT-LINE
018590     MOVE WS-ADJ-REOPENED-COUNT TO WS-RPT-COUNT-EDIT
018600     STRING '   INTEGRADOS DE VOLTA A APROVADO: '
018610                                             DELIMITED BY SIZE
018620            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
018630         INTO BKO-REPORT-LINE
018640     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
018650     MOVE SPACES TO BKO-REPORT-LINE
018660     MOVE WS-ADJ-DECLINE-COUNT TO WS-RPT-COUNT-EDIT
018670     STRING '   RECUSAS REABERTAS: '         DELIMITED BY SIZE
018680            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
018690         INTO BKO-REPORT-LINE
018700     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
018710     MOVE SPACES TO BKO-REPORT-LINE
018720     MOVE WS-ADJ-ENTRY-COUNT TO WS-RPT-COUNT-EDIT
018730     STRING '   INCLUSOES A LISTAR DE NOVO: '
018740                                             DELIMITED BY SIZE
018750            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
018760         INTO BKO-REPORT-LINE
018770     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
018780 7000-EXIT.
018790     EXIT.
018800
018810*----------------------------------------------------------------*
018820* 7100-REOPEN-ONE-ADJ - DESFAZ NUM AJUSTE O QUE O CONJUNTO GRAVOU*
018830*----------------------------------------------------------------*
018840 7100-REOPEN-ONE-ADJ.
018850     READ ADJUSTMENT-FILE
018860         AT END
018870            SET WS-ADJREG-EOF TO TRUE
018880            GO TO 7100-EXIT
018890     END-READ
018900     MOVE ADJ-CLOSE-RUN TO WS-CHECK-RUN-ID
018910     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
018920     IF WS-IN-SET
018930        MOVE SPACES TO ADJ-CLOSE-RUN
018940        MOVE SPACES TO BKO-REPORT-LINE
018950        IF ADJ-INTEGRATED
018960           SET ADJ-APPROVED TO TRUE
018970           ADD 1 TO WS-ADJ-REOPENED-COUNT
018980           STRING '   AJUSTE '               DELIMITED BY SIZE
018990                  ADJ-NUMBER                 DELIMITED BY SIZE
019000                  ' CONTA '                  DELIMITED BY SIZE
019010                  ADJ-ACCOUNT                DELIMITED BY SIZE
019020                  ' VOLTA A APROVADO'        DELIMITED BY SIZE
019030               INTO BKO-REPORT-LINE
019040        ELSE
019050           ADD 1 TO WS-ADJ-DECLINE-COUNT
019060           STRING '   AJUSTE '               DELIMITED BY SIZE
019070                  ADJ-NUMBER                 DELIMITED BY SIZE
019080                  ' CONTA '                  DELIMITED BY SIZE
019090                  ADJ-ACCOUNT                DELIMITED BY SIZE
019100                  ' RECUSA REABERTA'         DELIMITED BY SIZE
019110               INTO BKO-REPORT-LINE
019120        END-IF
019130        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
019140     END-IF
019150     MOVE ADJ-ENTRY-RPT-RUN TO WS-CHECK-RUN-ID
019160     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
019170     IF WS-IN-SET
019180        MOVE SPACES TO ADJ-ENTRY-RPT-RUN
019190        ADD 1 TO WS-ADJ-ENTRY-COUNT
019200     END-IF
019210     WRITE ADJ-OUT-RECORD FROM ADJUSTMENT-RECORD
019220     IF NOT WS-ADJBKO-OK
019230        DISPLAY 'RUNBKO - ERRO AO GRAVAR ADJBKO - '
019240                WS-ADJBKO-STATUS
019250        PERFORM 9900-ABORT THRU 9900-EXIT
019260     END-IF.
019270 7100-EXIT.
019280     EXIT.
019290
019300*----------------------------------------------------------------*
019310* 7500-MARK-RUN-REGISTER - COPIA O RUNREG PARA O TRABALHO COM AS *
019320*                          EXECUCOES DO CONJUNTO MARCADAS 'E'    *
019330*----------------------------------------------------------------*
019340 7500-MARK-RUN-REGISTER.
019350     MOVE SPACES TO BKO-REPORT-LINE
019360     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
019370     MOVE 'RUNREG - EXECUCOES MARCADAS COMO ESTORNADAS:'
019380       TO BKO-REPORT-LINE
019390     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
019400     OPEN INPUT RUN-REG-FILE
019410     IF NOT WS-RUNREG-OK
019420        DISPLAY 'RUNBKO - ERRO AO REABRIR RUNREG - '
019430                WS-RUNREG-STATUS
019440        PERFORM 9900-ABORT THRU 9900-EXIT
019450     END-IF
019460     OPEN OUTPUT RUN-WORK-FILE
019470     IF NOT WS-RUNWRK-OK
019480        DISPLAY 'RUNBKO - ERRO AO ABRIR RUNWRK - '
019490                WS-RUNWRK-STATUS
019500        PERFORM 9900-ABORT THRU 9900-EXIT
019510     END-IF
019520     PERFORM 7600-MARK-ONE-RUN THRU 7600-EXIT
019530         UNTIL WS-RUNREG-EOF
019540     CLOSE RUN-REG-FILE RUN-WORK-FILE.
019550 7500-EXIT.
019560     EXIT.
019570
019580*----------------------------------------------------------------*
019590* 7600-MARK-ONE-RUN - COPIA UMA ENTRADA, MARCANDO SE FOR DO      *
019600*                     CONJUNTO                                   *
019610*----------------------------------------------------------------*
019620 7600-MARK-ONE-RUN.
019630     READ RUN-REG-FILE
019640         AT END
019650            SET WS-RUNREG-EOF TO TRUE
019660            GO TO 7600-EXIT
019670     END-READ
019680     MOVE RR-RUN-ID TO WS-CHECK-RUN-ID
019690     PERFORM 9400-CHECK-RUN-IN-SET THRU 9400-EXIT
019700     IF WS-IN-SET AND NOT RR-REVERSED
019710        SET RR-REVERSED TO TRUE
019720        MOVE WS-TIMESTAMP-FIELD TO RR-REVERSAL-TS
019730        MOVE WS-OPERATOR        TO RR-REVERSED-BY
019740        ADD 1 TO WS-RUNREG-MARK-COUNT
019750        MOVE SPACES TO BKO-REPORT-LINE
019760        STRING '   '                         DELIMITED BY SIZE
019770               RR-RUN-ID                     DELIMITED BY SIZE
019780               ' ESTORNADA EM '              DELIMITED BY SIZE
019790               RR-REVERSAL-TS                DELIMITED BY SIZE
019800               ' POR '                       DELIMITED BY SIZE
019810               RR-REVERSED-BY                DELIMITED BY SIZE
019820            INTO BKO-REPORT-LINE
019830        PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
019840     END-IF
019850     WRITE RUN-WORK-RECORD FROM RUN-REG-RECORD
019860     IF NOT WS-RUNWRK-OK
019870        DISPLAY 'RUNBKO - ERRO AO GRAVAR RUNWRK - '
019880                WS-RUNWRK-STATUS
019890        PERFORM 9900-ABORT THRU 9900-EXIT
019900     END-IF.
019910 7600-EXIT.
019920     EXIT.
019930
019940*----------------------------------------------------------------*
019950* 8000-FINALIZE - TOTALIZA O RELATORIO, GRAVA A TRILHA DE        *
019960*                 AUDITORIA E DEVOLVE O CODIGO DE RETORNO        *
019970*----------------------------------------------------------------*
019980 8000-FINALIZE.
019990     MOVE SPACES TO BKO-REPORT-LINE
020000     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
020010     EVALUATE TRUE
020020         WHEN WS-ERROR-COUNT IS GREATER THAN ZERO
020030             MOVE WS-ERROR-COUNT TO WS-RPT-COUNT-EDIT
020040             MOVE SPACES TO BKO-REPORT-LINE
020050             STRING 'ESTORNO RECUSADO - ERROS ENCONTRADOS: '
020060                                               DELIMITED BY SIZE
020070                    WS-RPT-COUNT-EDIT          DELIMITED BY SIZE
020080                 INTO BKO-REPORT-LINE
020090             MOVE 'R' TO WS-AUDIT-RESULT
020100             MOVE 8 TO RETURN-CODE
020110         WHEN WS-SIMULATION
020120             MOVE 'SIMULACAO CONCLUIDA - NADA FOI EFETIVADO'
020130               TO BKO-REPORT-LINE
020140             MOVE 'S' TO WS-AUDIT-RESULT
020150             MOVE 1 TO RETURN-CODE
020160         WHEN OTHER
020170             MOVE 'ESTORNO PRONTO PARA OS STEPS DE EFETIVACAO'
020180               TO BKO-REPORT-LINE
020190             MOVE 'E' TO WS-AUDIT-RESULT
020200             MOVE ZERO TO RETURN-CODE
020210     END-EVALUATE
020220     DISPLAY 'RUNBKO - ' BKO-REPORT-LINE
020230     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
020240     PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
020250     CLOSE BKO-REPORT-FILE
020260     STOP RUN.
020270 8000-EXIT.
020280     EXIT.
020290
020300*-------------- SESSAO DE UTILITARIOS ---------------------------*
020310 UTL-PROC SECTION.
020320*----------------------------------------------------------------*
020330* 9000-WRITE-REPORT-LINE - GRAVA UMA LINHA EM BKORPT             *
020340*----------------------------------------------------------------*
020350 9000-WRITE-REPORT-LINE.
020360     WRITE BKO-REPORT-LINE
020370     IF NOT WS-BKORPT-OK
020380        DISPLAY 'RUNBKO - ERRO AO GRAVAR BKORPT - '
020390                WS-BKORPT-STATUS
020400        MOVE 16 TO RETURN-CODE
020410        STOP RUN
020420     END-IF.
020430 9000-EXIT.
020440     EXIT.
020450
020460*----------------------------------------------------------------*
020470* 9100-WRITE-FINDING - GRAVA UM ACHADO NO RELATORIO, ECOA NO     *
020480*                      SYSOUT E CONTA PARA O CODIGO DE RETORNO   *
020490*----------------------------------------------------------------*
020500 9100-WRITE-FINDING.
020510     DISPLAY 'RUNBKO - ' BKO-REPORT-LINE
020520     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
020530     ADD 1 TO WS-ERROR-COUNT.
020540 9100-EXIT.
020550     EXIT.
020560
020570*----------------------------------------------------------------*
020580* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
020590*                        EM WS-TIMESTAMP-FIELD                   *
020600*----------------------------------------------------------------*
020610 9200-BUILD-TIMESTAMP.
020620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020630     ACCEPT WS-CURRENT-TIME FROM TIME
020640     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
020650     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
020660 9200-EXIT.
020670     EXIT.
020680
020690*----------------------------------------------------------------*
020700* 9300-WRITE-AUDIT - ACRESCENTA A LINHA DESTA EXECUCAO A TRILHA  *
020710*                    BKOAUD (CRIADA NA PRIMEIRA VEZ)             *
020720*----------------------------------------------------------------*
020730 9300-WRITE-AUDIT.
020740     OPEN EXTEND BKO-AUDIT-FILE
020750     IF WS-BKOAUD-NOT-FOUND
020760        OPEN OUTPUT BKO-AUDIT-FILE
020770     END-IF
020780     IF NOT WS-BKOAUD-OK
020790        DISPLAY 'RUNBKO - ERRO AO ABRIR BKOAUD - '
020800                WS-BKOAUD-STATUS
020810        MOVE 16 TO RETURN-CODE
020820        GO TO 9300-EXIT
020830     END-IF
020840     MOVE SPACES TO BKO-AUDIT-RECORD
020850     MOVE WS-TIMESTAMP-FIELD TO BKA-TIMESTAMP
020860     MOVE WS-BACKOUT-ID      TO BKA-BACKOUT-ID
020870     MOVE WS-OPERATOR        TO BKA-OPERATOR
020880     MOVE WS-TARGET-RUN-ID   TO BKA-RUN-ID
020890     MOVE WS-TARGET-DATE     TO BKA-BUSINESS-DATE
020900     MOVE WS-AUDIT-RESULT    TO BKA-RESULT
020910     MOVE RETURN-CODE        TO BKA-RETURN-CODE
020920     MOVE WS-CHANGED-COUNT   TO BKA-ACCOUNTS
020930     MOVE WS-ERROR-COUNT     TO BKA-FINDINGS
020940     WRITE BKO-AUDIT-RECORD
020950     IF NOT WS-BKOAUD-OK
020960        DISPLAY 'RUNBKO - ERRO AO GRAVAR BKOAUD - '
020970                WS-BKOAUD-STATUS
020980        MOVE 16 TO RETURN-CODE
020990     END-IF
021000     CLOSE BKO-AUDIT-FILE.
021010 9300-EXIT.
021020     EXIT.
021030
021040*----------------------------------------------------------------*
021050* 9400-CHECK-RUN-IN-SET - WS-CHECK-RUN-ID E DE UMA DAS EXECUCOES *
021060*                         ESTORNADAS?                            *
021070*----------------------------------------------------------------*
021080 9400-CHECK-RUN-IN-SET.
021090     MOVE 'N' TO WS-IN-SET-SWITCH
021100     PERFORM 9410-COMPARE-ONE-RUN THRU 9410-EXIT
021110         VARYING WS-SET-SUB FROM 1 BY 1
021120           UNTIL WS-SET-SUB IS GREATER THAN WS-SET-COUNT
021130              OR WS-IN-SET.
021140 9400-EXIT.
021150     EXIT.
021160
021170*----------------------------------------------------------------*
021180* 9410-COMPARE-ONE-RUN - COMPARA COM UMA EXECUCAO DO CONJUNTO    *
021190*----------------------------------------------------------------*
021200 9410-COMPARE-ONE-RUN.
021210     IF WS-SET-RUN-ID (WS-SET-SUB) IS EQUAL TO WS-CHECK-RUN-ID
021220        SET WS-IN-SET TO TRUE
021230     END-IF.
021240 9410-EXIT.
021250     EXIT.
021260
021270*----------------------------------------------------------------*
021280* 9500-MATCH-ANT-ITEM - PROCURA NA TABELA DA GERACAO ANTERIOR UM *
021290*                       ITEM IGUAL A WS-ITEM-AREA AINDA SEM PAR E*
021300*                       O MARCA COMO CASADO                      *
021310*----------------------------------------------------------------*
021320 9500-MATCH-ANT-ITEM.
021330     MOVE 'N' TO WS-ITEM-FOUND-SWITCH
021340     PERFORM 9510-COMPARE-ONE-ITEM THRU 9510-EXIT
021350         VARYING WS-ANT-SUB FROM 1 BY 1
021360           UNTIL WS-ANT-SUB IS GREATER THAN WS-ANT-COUNT
021370              OR WS-ITEM-FOUND.
021380 9500-EXIT.
021390     EXIT.
021400
021410*----------------------------------------------------------------*
021420* 9510-COMPARE-ONE-ITEM - COMPARA COM UM ITEM DA TABELA          *
021430*----------------------------------------------------------------*
021440 9510-COMPARE-ONE-ITEM.
021450     IF NOT WS-ANT-USED (WS-ANT-SUB)
021460        AND WS-ANT-ITEM (WS-ANT-SUB) IS EQUAL TO WS-ITEM-AREA
021470        MOVE 'S' TO WS-ANT-USED-FLAG (WS-ANT-SUB)
021480        SET WS-ITEM-FOUND TO TRUE
021490     END-IF.
021500 9510-EXIT.
021510     EXIT.
021520
021530*----------------------------------------------------------------*
021540* 9550-STORE-ANT-ITEM - GUARDA WS-ITEM-AREA NA TABELA DA GERACAO *
021550*                       ANTERIOR                                 *
021560*----------------------------------------------------------------*
021570 9550-STORE-ANT-ITEM.
021580     IF WS-ANT-COUNT IS NOT LESS THAN WS-ANT-MAX
021590        DISPLAY 'RUNBKO - GERACAO ANTERIOR EXCEDE A TABELA DE '
021600                WS-ANT-MAX ' ITENS'
021610        PERFORM 9900-ABORT THRU 9900-EXIT
021620     END-IF
021630     ADD 1 TO WS-ANT-COUNT
021640     MOVE WS-ITEM-AREA TO WS-ANT-ITEM (WS-ANT-COUNT)
021650     MOVE 'N'          TO WS-ANT-USED-FLAG (WS-ANT-COUNT).
021660 9550-EXIT.
021670     EXIT.
021680
021690*----------------------------------------------------------------*
021700* 9600-REPORT-ITEM - LISTA UM ITEM RETIRADO OU DEVOLVIDO         *
021710*----------------------------------------------------------------*
021720 9600-REPORT-ITEM.
021730     MOVE WS-ITM-AMOUNT TO WS-RPT-AMT-EDIT
021740     MOVE SPACES TO BKO-REPORT-LINE
021750     STRING '   '                            DELIMITED BY SIZE
021760            WS-ITEM-ACTION                   DELIMITED BY SIZE
021770            ' CONTA '                        DELIMITED BY SIZE
021780            WS-ITM-ACCOUNT                   DELIMITED BY SIZE
021790            ' '                              DELIMITED BY SIZE
021800            WS-ITM-TYPE                      DELIMITED BY SIZE
021810            ' VALOR '                        DELIMITED BY SIZE
021820            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
021830            ' DATA '                         DELIMITED BY SIZE
021840            WS-ITM-DATE                      DELIMITED BY SIZE
021850         INTO BKO-REPORT-LINE
021860     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
021870 9600-EXIT.
021880     EXIT.
021890
021900*----------------------------------------------------------------*
021910* 9700-WRITE-ITEM-TOTALS - TOTAIS DE ITENS MANTIDOS, RETIRADOS E *
021920*                          DEVOLVIDOS DO ARQUIVO CORRENTE        *
021930*----------------------------------------------------------------*
021940 9700-WRITE-ITEM-TOTALS.
021950     MOVE SPACES TO BKO-REPORT-LINE
021960     MOVE WS-KEPT-COUNT TO WS-RPT-COUNT-EDIT
021970     STRING '   MANTIDOS:   '                DELIMITED BY SIZE
021980            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
021990         INTO BKO-REPORT-LINE
022000     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
022010     MOVE SPACES TO BKO-REPORT-LINE
022020     MOVE WS-DROPPED-COUNT TO WS-RPT-COUNT-EDIT
022030     STRING '   RETIRADOS:  '                DELIMITED BY SIZE
022040            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
022050         INTO BKO-REPORT-LINE
022060     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT
022070     MOVE SPACES TO BKO-REPORT-LINE
022080     MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT-EDIT
022090     STRING '   DEVOLVIDOS: '                DELIMITED BY SIZE
022100            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
022110         INTO BKO-REPORT-LINE
022120     PERFORM 9000-WRITE-REPORT-LINE THRU 9000-EXIT.
022130 9700-EXIT.
022140     EXIT.
022150
022160*----------------------------------------------------------------*
022170* 9900-ABORT - ERRO DE ARQUIVO: REGISTRA NO RELATORIO E NA TRILHA*
022180*              E ENCERRA COM RC=16 (NADA E EFETIVADO)            *
022190*----------------------------------------------------------------*
022200 9900-ABORT.
022210     MOVE 'ERRO DE ARQUIVO - ESTORNO NAO EFETIVADO (VER LOG)'
022220       TO BKO-REPORT-LINE
022230     WRITE BKO-REPORT-LINE
022240     CLOSE BKO-REPORT-FILE
022250     MOVE 16 TO RETURN-CODE
022260     MOVE 'A' TO WS-AUDIT-RESULT
022270     PERFORM 9300-WRITE-AUDIT THRU 9300-EXIT
022280     MOVE 16 TO RETURN-CODE
022290     STOP RUN.
022300 9900-EXIT.
022310     EXIT.
022320
022330 END PROGRAM RUNBKO.
