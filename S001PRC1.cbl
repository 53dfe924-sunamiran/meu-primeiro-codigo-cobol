000120* S001-PROC0), CRITICA CONTA, TIPO, VALOR E DATA DE CADA         *
000130* REGISTRO, GRAVA OS VALIDOS EM MOVVAL E OS INVALIDOS EM MOVREJ  *
000140* COM CODIGO E DESCRICAO DO MOTIVO.                              *
000150* O MOVIN TRANSMITIDO PELA CAPTACAO TRAZ UM OU MAIS LOTES DE     *
000160* ORIGEM (AGENCIA, ATM, INTERNET BANKING), CADA UM COM CABECALHO *
000170* 'HDR' (DATA-MOVIMENTO E ORIGEM) E TRAILER 'TRL' (QUANTIDADE DE *
000180* REGISTROS E SOMA DE CONFERENCIA DOS VALORES). UMA PRIMEIRA     *
000190* PASSADA CONFERE CADA LOTE CONTRA O SEU PROPRIO TRAILER: LOTE   *
000200* COM DATA DIVERGENTE DA DATA-MOVIMENTO DA CADEIA                *
000201* (SC-BUSINESS-DATE), TRAILER QUE NAO FECHA, TRAILER FALTANTE OU *
000202* REGISTRO FORA DE POSICAO VAI INTEIRO PARA A QUARENTENA         *
000203* (MOVQUA) E SAI COM O MOTIVO NO RELATORIO DE LOTES DE ORIGEM    *
000205* (ORGRPT), ENQUANTO OS DEMAIS LOTES SEGUEM A CADEIA. O          *
000206* MOVIMENTO INTEIRO SO E RECUSADO COM SC-RETURN-CODE 14 QUANDO   *
000207* NAO HA LOTE, HA TRAILER ANTES DO PRIMEIRO CABECALHO OU NENHUM  *
000208* LOTE E ACEITO. OS ITENS REAPRESENTADOS PELA RECICLAGEM VEM     *
000210* ANTES DO PRIMEIRO CABECALHO, FICAM FORA DA CONFERENCIA E       *
000211* SEGUEM COM A ORIGEM 'INTERNO'. A ORIGEM DO LOTE SEGUE EM       *
000212* MVV-ORIGIN PARA OS TOTAIS POR ORIGEM.                          *
000213* MOVIMENTO VALIDO QUE REPETE CONTA, TIPO, VALOR E DATA DE       *
000214* OUTRO JA ACEITO NO PROPRIO DIA OU POSTADO NOS ULTIMOS DIAS     *
000215* UTEIS DA JANELA DE DUPLICIDADE (INDICE MOVIDX, CARTAO          *
000216* JANELA-DUP= DO VALPRM) E REJEITADO EM MOVREJ COM O MOTIVO 08   *
000217* E SAI NO RELATORIO DE DUPLICIDADES (DUPRPT) AO LADO DO         *
000218* ORIGINAL, COM A EXECUCAO QUE O POSTOU. O INDICE DA GERACAO     *
000219* ANTERIOR (IDXIN) E REGRAVADO NO TRABALHO IDXOUT SO COM AS      *
000220* DATAS-MOVIMENTO DA JANELA; A POSTAGEM (S002-PROC2) ACRESCENTA  *
000221* NELE OS MOVIMENTOS APLICADOS NO DIA.                           *
000222* A TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') TRAZ A CONTA          *
000223* CONTRAPARTIDA NAS POSICOES 32-41; CONTRAPARTIDA NAO NUMERICA,  *
000225* ZERADA OU IGUAL A PROPRIA CONTA E REJEITADA COM O MOTIVO 01.   *
000226* A CONTRAPARTIDA SEGUE EM MVV-CTR-ACCOUNT E FAZ PARTE DA CHAVE  *
000227* DE DUPLICIDADE.                                                *
000228* AJUSTE MANUAL APROVADO (ADJMAINT) VEM ANTES DO CABECALHO COM A *
000229* REFERENCIA DE DISPUTA EM 42-53 (MOVI-ADJ-REF, SEGUE EM MOVVAL  *
000230* E MOVREJ); NAO PASSA PELA CRITICA DE DUPLICIDADE, MAS ENTRA NO *
000231* INDICE.                                                        *
000232* MOVIMENTO DATADO EM DIA NAO UTIL NO CALENDARIO (CALDIA) SEGUE  *
000233* A REGRA DO CARTAO DIA-NAO-UTIL= DO VALPRM: RETEM (PADRAO)      *
000234* TRATA O MOVIMENTO COMO DO PROXIMO DIA UTIL, ACEITO SE ESTE JA  *
000235* CHEGOU E RETIDO NO DEPOSITO SE AINDA E FUTURO; REJEITA RECUSA  *
000236* COM O MOTIVO 10. OS ITENS INTERNOS (ANTES DO PRIMEIRO          *
000237* CABECALHO) SEGUEM SEMPRE A REGRA RETEM. DATA FORA DO PERIODO   *
000238* DO CALENDARIO NAO E JULGADA.                                   *
000240* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000250* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000260* (COPY STEPCTL). DEVOLVE SC-RETURN-CODE ZERO QUANDO CONCLUI E   *
000420*                   (S000-PROC1) O DEVOLVE NO DIA CERTO.        *
000430* 2026-09-02 EQP    CONFERENCIA DO CABECALHO (HDR) E DO TRAILER  *
000440*                   (TRL) DO MOVIN: DATA-MOVIMENTO, QUANTIDADE   *
000441*                   E SOMA DE CONFERENCIA; DIVERGENCIA RECUSA O  *
000442*                   ARQUIVO INTEIRO COM SC-RETURN-CODE 14.       *
000443* 2026-10-15 EQP    DETECCAO DE MOVIMENTO DUPLICADO NO PROPRIO   *
000444*                   DIA E CONTRA O INDICE DE ACEITOS (MOVIDX) DOS*
000445*                   ULTIMOS DIAS UTEIS (CARTAO JANELA-DUP= DO    *
000446*                   VALPRM): REJEICAO 08 EM MOVREJ E RELATORIO   *
000447*                   DE DUPLICIDADES (DUPRPT) COM O ORIGINAL.     *
000448* 2026-10-15 EQP    TRANSFERENCIA ENTRE CONTAS (TIPO 'TR') COM A *
000450*                   CONTA CONTRAPARTIDA NAS POSICOES 32-41,      *
000451*                   CRITICADA, GRAVADA EM MOVVAL/WHSOUT/MOVREJ   *
000452*                   E INCLUIDA NA CHAVE DE DUPLICIDADE.          *
000453* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000454*                   (POSICOES 42-53) CARREGADA EM MOVVAL/MOVREJ; *
000455*                   AJUSTE DISPENSADO DA CRITICA DE DUPLICIDADE. *
000456* 2026-10-15 EQP    MOVIN COM VARIOS LOTES DE ORIGEM (HDR/TRL    *
000457*                   POR LOTE) CONFERIDOS UM A UM; LOTE QUE NAO   *
000458*                   FECHA VAI INTEIRO PARA A QUARENTENA (MOVQUA) *
000460*                   COM O RELATORIO DE LOTES DE ORIGEM (ORGRPT)  *
000461*                   E OS DEMAIS SEGUEM A CADEIA. ORIGEM GRAVADA  *
000462*                   EM MOVVAL.                                   *
000463* 2026-10-15 EQP    CALENDARIO DE DIAS UTEIS: MOVIMENTO EM DIA   *
000464*                   NAO UTIL RETIDO ATE O PROXIMO DIA UTIL OU    *
000465*                   REJEITADO (MOTIVO 10), CONFORME O CARTAO     *
000466*                   DIA-NAO-UTIL= DO VALPRM.                     *
000467* 2026-10-15 EQP    REFERENCIA DO AJUSTE MANUAL CARREGADA NO     *
000468*                   DEPOSITO DE AGENDADOS (WHSOUT).              *
000470*----------------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000620         FILE STATUS IS WS-MOVREJ-STATUS.
000630     SELECT WAREHOUSE-FILE ASSIGN TO 'WHSOUT'
000640         ORGANIZATION IS LINE SEQUENTIAL
000641         FILE STATUS IS WS-WHSOUT-STATUS.
000642     SELECT VAL-PARM-FILE ASSIGN TO 'VALPRM'
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-VALPRM-STATUS.
000645     SELECT INDEX-IN-FILE ASSIGN TO 'IDXIN'
000646         ORGANIZATION IS LINE SEQUENTIAL
000647         FILE STATUS IS WS-IDXIN-STATUS.
000648     SELECT INDEX-OUT-FILE ASSIGN TO 'IDXOUT'
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-IDXOUT-STATUS.
000651     SELECT DUP-REPORT-FILE ASSIGN TO 'DUPRPT'
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-DUPRPT-STATUS.
000654     SELECT QUARANTINE-FILE ASSIGN TO 'MOVQUA'
000655         ORGANIZATION IS LINE SEQUENTIAL
000656         FILE STATUS IS WS-MOVQUA-STATUS.
000657     SELECT ORIGIN-REPORT-FILE ASSIGN TO 'ORGRPT'
000658         ORGANIZATION IS LINE SEQUENTIAL
000659         FILE STATUS IS WS-ORGRPT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000780     05  MOVI-TYPE               PIC X(02).
000790     05  MOVI-AMOUNT             PIC X(11).
000800     05  MOVI-DATE               PIC X(08).
000803     05  MOVI-CTR-ACCOUNT        PIC X(10).
000806     05  MOVI-ADJ-REF            PIC X(12).
000810 01  MOVIN-HEADER-RECORD.
000820     05  HDR-RECORD-TYPE         PIC X(03).
000830     05  HDR-BUSINESS-DATE       PIC 9(08).
000840     05  HDR-ORIGIN              PIC X(08).
000850     05  FILLER                  PIC X(22).
000860 01  MOVIN-TRAILER-RECORD.
000870     05  TRL-RECORD-TYPE         PIC X(03).
000880     05  TRL-REC-COUNT           PIC 9(07).
000890     05  TRL-HASH-TOTAL          PIC 9(13)V99.
000900     05  FILLER                  PIC X(16).
000910
000920 FD  MOVVAL-FILE.
000930     COPY MOVVAL.
000990* WHSOUT - DEPOSITO DE MOVIMENTOS AGENDADOS DO DIA SEGUINTE      *
001000*          (COPY MOVWHS), ABERTO EM EXTEND PORQUE A LIBERACAO    *
001010*          (S000-PROC1) JA GRAVOU NELE OS ITENS CARREGADOS       *
001011*----------------------------------------------------------------*
001012 FD  WAREHOUSE-FILE.
001013     COPY MOVWHS.
001014
001015*----------------------------------------------------------------*
001016* VALPRM - CARTOES DE PARAMETRO DA VALIDACAO (JANELA-DUP=,       *
001017*          DIA-NAO-UTIL=)                                        *
001018*----------------------------------------------------------------*
001019 FD  VAL-PARM-FILE.
001020 01  VAL-PARM-RECORD             PIC X(80).
001021
001022*----------------------------------------------------------------*
001023* IDXIN - GERACAO CORRENTE DO INDICE DE MOVIMENTOS ACEITOS       *
001024*         (COPY MOVIDX)                                          *
001025*----------------------------------------------------------------*
001026 FD  INDEX-IN-FILE.
001027     COPY MOVIDX.
001028
001029*----------------------------------------------------------------*
001030* IDXOUT - INDICE DE ACEITOS RESTRITO A JANELA DE DUPLICIDADE    *
001031*          (MESMO LAYOUT), COMPLETADO DEPOIS PELA POSTAGEM COM   *
001032*          OS MOVIMENTOS APLICADOS NO DIA                        *
001033*----------------------------------------------------------------*
001035 FD  INDEX-OUT-FILE.
001036 01  INDEX-OUT-RECORD.
001037     05  IXO-ACCOUNT             PIC 9(10).
001038     05  IXO-TYPE                PIC X(02).
001039     05  IXO-AMOUNT              PIC 9(09)V99.
001040     05  IXO-DATE                PIC 9(08).
001041     05  IXO-BUSINESS-DATE       PIC 9(08).
001042     05  IXO-RUN-ID              PIC X(18).
001043     05  IXO-CTR-ACCOUNT         PIC 9(10).
001044
001045 FD  DUP-REPORT-FILE.
001046 01  DUP-REPORT-LINE             PIC X(80).
001047
001048*----------------------------------------------------------------*
001049* MOVQUA - QUARENTENA DOS LOTES DE ORIGEM RECUSADOS: CABECALHO,  *
001050*          DETALHES E TRAILER COPIADOS COMO VIERAM (LAYOUT DO    *
001051*          MOVIN), PARA A CORRECAO E RETRANSMISSAO PELA ORIGEM   *
001052*----------------------------------------------------------------*
001053 FD  QUARANTINE-FILE.
001054 01  QUARANTINE-RECORD           PIC X(53).
001055
001056 FD  ORIGIN-REPORT-FILE.
001057 01  ORIGIN-REPORT-LINE          PIC X(80).
001058
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------*
001080* CHAVES DE ESTADO DOS ARQUIVOS                                  *
001150 77  WS-WHSOUT-STATUS        PIC X(02) VALUE SPACES.
001160     88  WS-WHSOUT-OK                VALUE '00'.
001170 77  WS-MOVREJ-STATUS        PIC X(02) VALUE SPACES.
001171     88  WS-MOVREJ-OK                VALUE '00'.
001172 77  WS-VALPRM-STATUS        PIC X(02) VALUE SPACES.
001173     88  WS-VALPRM-OK                VALUE '00'.
001174     88  WS-VALPRM-NOT-FOUND         VALUE '35'.
001175 77  WS-IDXIN-STATUS         PIC X(02) VALUE SPACES.
001177     88  WS-IDXIN-OK                 VALUE '00'.
001178     88  WS-IDXIN-EOF                VALUE '10'.
001179     88  WS-IDXIN-NOT-FOUND          VALUE '35'.
001180 77  WS-IDXOUT-STATUS        PIC X(02) VALUE SPACES.
001181     88  WS-IDXOUT-OK                VALUE '00'.
001182 77  WS-DUPRPT-STATUS        PIC X(02) VALUE SPACES.
001184     88  WS-DUPRPT-OK                VALUE '00'.
001185 77  WS-MOVQUA-STATUS        PIC X(02) VALUE SPACES.
001186     88  WS-MOVQUA-OK                VALUE '00'.
001187 77  WS-ORGRPT-STATUS        PIC X(02) VALUE SPACES.
001188     88  WS-ORGRPT-OK                VALUE '00'.
001190
001200*----------------------------------------------------------------*
001210* AREA DE VALIDACAO DO MOVIMENTO                                 *
001350 77  WS-LEAP-REM             PIC 9(04) COMP VALUE ZERO.
001360
001370*----------------------------------------------------------------*
001380* LOTES DE ORIGEM DO MOVIN: CADA CABECALHO 'HDR' ABRE UM LOTE    *
001390* QUE O TRAILER 'TRL' SEGUINTE FECHA. A PRIMEIRA PASSADA ACUMULA *
001400* QUANTIDADE E SOMA DE CONFERENCIA DE CADA LOTE E ANOTA OS       *
001410* RECUSADOS COM O MOTIVO; A SEGUNDA VALIDA OS LOTES ACEITOS,     *
001412* CONTANDO O DESTINO DOS ITENS, E COPIA OS RECUSADOS PARA A      *
001415* QUARENTENA. O LOTE ZERO SAO OS ITENS REAPRESENTADOS ANTES DO   *
001417* PRIMEIRO HDR (ORIGEM 'INTERNO'), FORA DA CONFERENCIA.          *
001420*----------------------------------------------------------------*
001430 77  WS-BAT-TABLE-MAX        PIC 9(04) COMP VALUE 50.
001440 77  WS-BAT-COUNT            PIC 9(04) COMP VALUE ZERO.
001450 77  WS-BAT-CURRENT          PIC 9(04) COMP VALUE ZERO.
001460 77  WS-BAT-NUMBER           PIC 9(04) VALUE ZERO.
001461 77  WS-BAT-ACCEPTED-COUNT   PIC 9(04) VALUE ZERO.
001462 77  WS-BAT-QUARANT-COUNT    PIC 9(04) VALUE ZERO.
001463 77  WS-QUA-REC-COUNT        PIC 9(07) VALUE ZERO.
001464 77  WS-BAT-REASON-TEXT      PIC X(40) VALUE SPACES.
001465 77  WS-INT-ORIGIN           PIC X(08) VALUE 'INTERNO'.
001466 77  WS-CUR-ORIGIN           PIC X(08) VALUE SPACES.
001467 77  WS-INT-VALID-COUNT      PIC 9(07) VALUE ZERO.
001468 77  WS-INT-VALID-AMOUNT     PIC 9(13)V99 VALUE ZERO.
001469 77  WS-INT-REJ-COUNT        PIC 9(07) VALUE ZERO.
001470 77  WS-INT-HELD-COUNT       PIC 9(07) VALUE ZERO.
001471 01  WS-BAT-TABLE.
001472     05  WS-BAT-ENTRY OCCURS 50 TIMES
001473                      INDEXED BY WS-BAT-IDX.
001474         10  WS-BAT-ORIGIN       PIC X(08).
001475         10  WS-BAT-STATUS       PIC X(01).
001476             88  WS-BAT-ACCEPTED         VALUE 'A'.
001477             88  WS-BAT-QUARANTINED      VALUE 'Q'.
001478         10  WS-BAT-TRL-SEEN     PIC X(01).
001479             88  WS-BAT-CLOSED           VALUE 'Y'.
001480         10  WS-BAT-REASON       PIC X(40).
001481         10  WS-BAT-TRL-COUNT    PIC 9(07).
001482         10  WS-BAT-TRL-HASH     PIC 9(13)V99.
001483         10  WS-BAT-CTL-COUNT    PIC 9(07).
001484         10  WS-BAT-CTL-HASH     PIC 9(13)V99.
001485         10  WS-BAT-VALID-COUNT  PIC 9(07).
001486         10  WS-BAT-VALID-AMOUNT PIC 9(13)V99.
001487         10  WS-BAT-REJ-COUNT    PIC 9(07).
001488         10  WS-BAT-HELD-COUNT   PIC 9(07).
001490 77  WS-HOLD-SWITCH          PIC X(01) VALUE 'N'.
001491     88  WS-MOVEMENT-HELD            VALUE 'Y'.
001492
001493*----------------------------------------------------------------*
001494* REGRA PARA MOVIMENTO DATADO EM DIA NAO UTIL (CARTAO            *
001495* DIA-NAO-UTIL=RETEM OU =REJEITA DO VALPRM, PADRAO RETEM) E DATA *
001496* EM QUE O MOVIMENTO PASSA A VALER (PROXIMO DIA UTIL)            *
001497*----------------------------------------------------------------*
001498 77  WS-NONBUS-RULE          PIC X(01) VALUE 'H'.
001499     88  WS-NONBUS-HOLD              VALUE 'H'.
001500     88  WS-NONBUS-REJECT            VALUE 'R'.
001501 77  WS-EFFECTIVE-DATE       PIC 9(08) VALUE ZERO.
001502     COPY CALPRM.
001503
001504*----------------------------------------------------------------*
001505* JANELA DE DUPLICIDADE: QUANTIDADE DE DIAS UTEIS ANTERIORES     *
001506* (DATAS-MOVIMENTO PRESENTES NO INDICE) CONTRA OS QUAIS O        *
001507* MOVIMENTO DO DIA E CONFERIDO. VEM DO CARTAO JANELA-DUP= DO     *
001508* VALPRM; SEM O ARQUIVO OU SEM O CARTAO VALE O PADRAO ABAIXO.    *
001509* JANELA ZERO CONFERE SO O PROPRIO DIA.                          *
001510*----------------------------------------------------------------*
001511 77  WS-DUP-WINDOW           PIC 9(02) VALUE 05.
001512 01  WS-PARM-TEXT                PIC X(80) VALUE SPACES.
001513 01  WS-EDIT-WINDOW-TEXT         PIC X(02) VALUE SPACES.
001514 01  WS-EDIT-WINDOW-NUM REDEFINES WS-EDIT-WINDOW-TEXT
001515                             PIC 9(02).
001516
001518*----------------------------------------------------------------*
001519* TABELA DO INDICE DE ACEITOS: ENTRADAS DA JANELA CARREGADAS DO  *
001520* IDXIN, SEGUIDAS DOS MOVIMENTOS ACEITOS NESTA EXECUCAO          *
001521*----------------------------------------------------------------*
001522 77  WS-IDX-TABLE-MAX        PIC 9(05) COMP VALUE 20000.
001523 77  WS-IDX-COUNT            PIC 9(05) COMP VALUE ZERO.
001524 77  WS-IDX-KEEP             PIC 9(05) COMP VALUE ZERO.
001525 77  WS-IDXIN-EMPTY-SWITCH   PIC X(01) VALUE 'N'.
001526     88  WS-IDXIN-EMPTY              VALUE 'Y'.
001527 01  WS-IDX-TABLE.
001528     05  WS-IDX-ENTRY OCCURS 20000 TIMES
001529                      INDEXED BY WS-IXT-IDX WS-IXT-KEEP-IDX
001530                                 WS-IXT-ORIG-IDX.
001531         10  WS-IXT-ACCOUNT      PIC 9(10).
001532         10  WS-IXT-TYPE         PIC X(02).
001533         10  WS-IXT-AMOUNT       PIC 9(09)V99.
001534         10  WS-IXT-DATE         PIC 9(08).
001535         10  WS-IXT-BUSINESS-DATE PIC 9(08).
001536         10  WS-IXT-RUN-ID       PIC X(18).
001537         10  WS-IXT-CTR-ACCOUNT  PIC 9(10).
001538
001539*----------------------------------------------------------------*
001540* DATAS-MOVIMENTO ANTERIORES DISTINTAS PRESENTES NO INDICE, PARA *
001541* ACHAR A DATA DE CORTE DA JANELA (A N-ESIMA MAIS RECENTE)       *
001542*----------------------------------------------------------------*
001543 77  WS-WDT-TABLE-MAX        PIC 9(04) COMP VALUE 100.
001545 77  WS-WDT-COUNT            PIC 9(04) COMP VALUE ZERO.
001546 01  WS-WDT-TABLE.
001547     05  WS-WDT-ENTRY OCCURS 100 TIMES
001548                      INDEXED BY WS-WDT-IDX.
001549         10  WS-WDT-DATE         PIC 9(08).
001550 77  WS-WIN-STEP             PIC 9(02) VALUE ZERO.
001551 77  WS-WIN-UPPER            PIC 9(08) VALUE ZERO.
001552 77  WS-WIN-NEXT             PIC 9(08) VALUE ZERO.
001553 77  WS-WIN-CUTOFF           PIC 9(08) VALUE ZERO.
001554 77  WS-WIN-END-SWITCH       PIC X(01) VALUE 'N'.
001555     88  WS-WIN-EXHAUSTED            VALUE 'Y'.
001556 77  WS-WDT-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001557     88  WS-WDT-FOUND                VALUE 'Y'.
001558
001559*----------------------------------------------------------------*
001560* AREA DA CONFERENCIA DE DUPLICIDADE E DO RELATORIO DUPRPT       *
001561*----------------------------------------------------------------*
001562 77  WS-DUP-SWITCH           PIC X(01) VALUE 'N'.
001563     88  WS-DUP-FOUND                VALUE 'Y'.
001564 77  WS-DUP-ACCOUNT          PIC 9(10) VALUE ZERO.
001565 77  WS-DUP-CTR-ACCOUNT      PIC 9(10) VALUE ZERO.
001566 77  WS-DUP-COUNT            PIC 9(07) VALUE ZERO.
001567 01  WS-RPT-AMT-EDIT             PIC ZZZZZZZZ9.99.
001568 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
001569*----------------------------------------------------------------*
001570* AREA DO RELATORIO DE LOTES DE ORIGEM (ORGRPT)                  *
001571*----------------------------------------------------------------*
001573 01  WS-RPT-BATCH-EDIT           PIC ZZZ9.
001574 01  WS-RPT-STATUS-TEXT          PIC X(10).
001575 01  WS-RPT-TRL-COUNT-EDIT       PIC ZZZZZZ9.
001576 01  WS-RPT-CTL-COUNT-EDIT       PIC ZZZZZZ9.
001577 01  WS-RPT-TRL-HASH-EDIT        PIC ZZZZZZZZZZZZ9.99.
001578 01  WS-RPT-CTL-HASH-EDIT        PIC ZZZZZZZZZZZZ9.99.
001579 01  WS-RPT-VAL-AMT-EDIT         PIC ZZZZZZZZZZZZ9.99.
001580 01  WS-RPT-REJ-EDIT             PIC ZZZZZZ9.
001581 01  WS-RPT-HELD-EDIT            PIC ZZZZZZ9.
001582 01  WS-RPT-QUA-EDIT             PIC ZZZ9.
001583 01  WS-RPT-ACC-EDIT             PIC ZZZ9.
001584 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001585 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001586 01  WS-TIMESTAMP-FIELD.
001587     05  WS-TS-DATE              PIC 9(08).
001588     05  FILLER                  PIC X(01) VALUE '-'.
001589     05  WS-TS-TIME              PIC 9(06).
001590
001591 LINKAGE SECTION.
001592*----------------------------------------------------------------*
001593* REGISTRO DE CONTROLE DA ETAPA, RECEBIDO DO PROGRA01            *
001594*----------------------------------------------------------------*
001595     COPY STEPCTL.
001596
001597 PROCEDURE DIVISION USING STEP-CONTROL-RECORD.
001598
001600*-------------- SESSAO PRINCIPAL --------------------------------*
001610 MAIN-PROC SECTION.
001620*----------------------------------------------------------------*
001650*----------------------------------------------------------------*
001660 0000-MAINLINE.
001670     MOVE 'S001-PROC1'         TO SC-STEP-NAME
001671     DISPLAY SC-STEP-NAME
001672     MOVE ZERO TO WS-DUP-COUNT
001673     PERFORM 3000-READ-VAL-PARMS THRU 3000-EXIT
001674     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
001675        GO TO 0000-EXIT
001676     END-IF
001677     PERFORM 3500-BALANCE-BATCHES THRU 3500-EXIT
001678     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
001679        GO TO 0000-EXIT
001680     END-IF
001681     PERFORM 3100-LOAD-INDEX THRU 3100-EXIT
001682     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
001683        GO TO 0000-EXIT
001684     END-IF
001685     PERFORM 3200-WRITE-INDEX-WINDOW THRU 3200-EXIT
001686     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
001687        GO TO 0000-EXIT
001688     END-IF
001690     OPEN INPUT MOVIN-FILE
001700     IF NOT WS-MOVIN-OK
001710        DISPLAY 'S001PRC1 - ERRO AO ABRIR MOVMRG - '
001970        CLOSE MOVIN-FILE MOVVAL-FILE REJECT-FILE
001980        GO TO 0000-EXIT
001990     END-IF
002000     OPEN OUTPUT DUP-REPORT-FILE
002010     IF NOT WS-DUPRPT-OK
002011        DISPLAY 'S001PRC1 - ERRO AO ABRIR DUPRPT - '
002012                WS-DUPRPT-STATUS
002013        MOVE 16 TO SC-RETURN-CODE
002014        CLOSE MOVIN-FILE MOVVAL-FILE REJECT-FILE WAREHOUSE-FILE
002015        GO TO 0000-EXIT
002016     END-IF
002017     OPEN OUTPUT QUARANTINE-FILE
002018     IF NOT WS-MOVQUA-OK
002019        DISPLAY 'S001PRC1 - ERRO AO ABRIR MOVQUA - '
002020                WS-MOVQUA-STATUS
002021        MOVE 16 TO SC-RETURN-CODE
002022        CLOSE MOVIN-FILE MOVVAL-FILE REJECT-FILE WAREHOUSE-FILE
002023              DUP-REPORT-FILE
002024        GO TO 0000-EXIT
002025     END-IF
002026     OPEN OUTPUT ORIGIN-REPORT-FILE
002027     IF NOT WS-ORGRPT-OK
002028        DISPLAY 'S001PRC1 - ERRO AO ABRIR ORGRPT - '
002029                WS-ORGRPT-STATUS
002030        MOVE 16 TO SC-RETURN-CODE
002031        CLOSE MOVIN-FILE MOVVAL-FILE REJECT-FILE WAREHOUSE-FILE
002032              DUP-REPORT-FILE QUARANTINE-FILE
002033        GO TO 0000-EXIT
002034     END-IF
002035     PERFORM 4300-WRITE-DUP-HEADER THRU 4300-EXIT
002036     MOVE ZERO TO WS-BAT-CURRENT
002037     MOVE ZERO TO WS-QUA-REC-COUNT
002038     MOVE WS-INT-ORIGIN TO WS-CUR-ORIGIN
002040     PERFORM 4100-PROCESS-MOVIN THRU 4100-EXIT
002050         UNTIL WS-MOVIN-EOF
002060            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002070     IF SC-RETURN-CODE IS EQUAL TO ZERO
002080        PERFORM 4350-WRITE-DUP-TRAILER THRU 4350-EXIT
002090        PERFORM 4400-WRITE-ORIGIN-REPORT THRU 4400-EXIT
002092     END-IF
002094     IF SC-RETURN-CODE IS EQUAL TO ZERO
002096        AND WS-BAT-ACCEPTED-COUNT IS EQUAL TO ZERO
002098        DISPLAY 'S001PRC1 - NENHUM LOTE DE ORIGEM ACEITO - '
002100                'ARQUIVO RECUSADO'
002101        MOVE 14 TO SC-RETURN-CODE
002102     END-IF
002103     CLOSE MOVIN-FILE MOVVAL-FILE REJECT-FILE
002104           WAREHOUSE-FILE DUP-REPORT-FILE
002105           QUARANTINE-FILE ORIGIN-REPORT-FILE.
002106 0000-EXIT.
002107     GOBACK.
002108
002109*----------------------------------------------------------------*
002110* 3000-READ-VAL-PARMS - LE OS CARTOES DE PARAMETRO DO VALPRM     *
002111*                       (JANELA-DUP=QUANTIDADE DE DIAS UTEIS DE  *
002112*                       DOIS DIGITOS). ARQUIVO AUSENTE OU SEM    *
002113*                       CARTAO MANTEM O PADRAO.                  *
002114*----------------------------------------------------------------*
002115 3000-READ-VAL-PARMS.
002116     OPEN INPUT VAL-PARM-FILE
002117     IF NOT WS-VALPRM-OK
002118        IF WS-VALPRM-NOT-FOUND
002119           GO TO 3000-EXIT
002120        END-IF
002121        DISPLAY 'S001PRC1 - ERRO AO ABRIR VALPRM - '
002122                WS-VALPRM-STATUS
002123        MOVE 16 TO SC-RETURN-CODE
002124        GO TO 3000-EXIT
002125     END-IF
002126     PERFORM 3050-READ-ONE-PARM THRU 3050-EXIT
002127         UNTIL WS-VALPRM-STATUS IS NOT EQUAL TO '00'
002128     CLOSE VAL-PARM-FILE.
002129 3000-EXIT.
002130     EXIT.
002131
002132*----------------------------------------------------------------*
002133* 3050-READ-ONE-PARM - LE E CLASSIFICA UM CARTAO DO VALPRM       *
002134*----------------------------------------------------------------*
002135 3050-READ-ONE-PARM.
002136     READ VAL-PARM-FILE
002137         AT END
002138            GO TO 3050-EXIT
002139     END-READ
002140     MOVE VAL-PARM-RECORD TO WS-PARM-TEXT
002141     EVALUATE TRUE
002142         WHEN WS-PARM-TEXT (1:11) IS EQUAL TO 'JANELA-DUP='
002143             MOVE WS-PARM-TEXT (12:2) TO WS-EDIT-WINDOW-TEXT
002144             IF WS-EDIT-WINDOW-NUM IS NUMERIC
002145                MOVE WS-EDIT-WINDOW-NUM TO WS-DUP-WINDOW
002146             ELSE
002147                DISPLAY 'S001PRC1 - CARTAO JANELA-DUP= INVALIDO '
002148                        WS-PARM-TEXT (1:30)
002149             END-IF
002150         WHEN WS-PARM-TEXT (1:13) IS EQUAL TO 'DIA-NAO-UTIL='
002151             EVALUATE WS-PARM-TEXT (14:7)
002152                 WHEN 'RETEM  '
002153                     SET WS-NONBUS-HOLD TO TRUE
002154                 WHEN 'REJEITA'
002155                     SET WS-NONBUS-REJECT TO TRUE
002156                 WHEN OTHER
002157                     DISPLAY 'S001PRC1 - CARTAO DIA-NAO-UTIL= '
002158                             'INVALIDO ' WS-PARM-TEXT (1:30)
002159             END-EVALUATE
002160         WHEN WS-PARM-TEXT IS EQUAL TO SPACES
002161             CONTINUE
002162         WHEN OTHER
002163             DISPLAY 'S001PRC1 - CARTAO VALPRM IGNORADO - '
002164                     WS-PARM-TEXT (1:30)
002165     END-EVALUATE.
002166 3050-EXIT.
002167     EXIT.
002168
002169*----------------------------------------------------------------*
002170* 3100-LOAD-INDEX - CARREGA A GERACAO CORRENTE DO INDICE DE      *
002171*                   ACEITOS (IDXIN) NA TABELA E ANOTA AS         *
002172*                   DATAS-MOVIMENTO ANTERIORES DISTINTAS. IDXIN  *
002173*                   INEXISTENTE (PRIMEIRA EXECUCAO DO INDICE)    *
002174*                   EQUIVALE A INDICE VAZIO.                     *
002175*----------------------------------------------------------------*
002176 3100-LOAD-INDEX.
002177     MOVE ZERO TO WS-IDX-COUNT
002178     MOVE ZERO TO WS-WDT-COUNT
002179     MOVE 'N' TO WS-IDXIN-EMPTY-SWITCH
002180     OPEN INPUT INDEX-IN-FILE
002181     IF NOT WS-IDXIN-OK
002182        IF WS-IDXIN-NOT-FOUND
002183           SET WS-IDXIN-EMPTY TO TRUE
002184           GO TO 3100-EXIT
002185        END-IF
002186        DISPLAY 'S001PRC1 - ERRO AO ABRIR IDXIN - '
002187                WS-IDXIN-STATUS
002188        MOVE 16 TO SC-RETURN-CODE
002189        GO TO 3100-EXIT
002190     END-IF
002191     PERFORM 3150-LOAD-ONE-INDEX THRU 3150-EXIT
002192         UNTIL WS-IDXIN-EOF
002193            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002194     PERFORM 8900-CLOSE-IDXIN THRU 8900-EXIT.
002195 3100-EXIT.
002196     EXIT.
002197
002198*----------------------------------------------------------------*
002199* 3150-LOAD-ONE-INDEX - LE UMA ENTRADA DO INDICE PARA A TABELA,  *
002200*                       RESPEITANDO O LIMITE                     *
002201*----------------------------------------------------------------*
002202 3150-LOAD-ONE-INDEX.
002203     READ INDEX-IN-FILE
002204         AT END
002205            SET WS-IDXIN-EOF TO TRUE
002206            GO TO 3150-EXIT
002207     END-READ
002208     IF WS-IDX-COUNT IS EQUAL TO WS-IDX-TABLE-MAX
002209        DISPLAY 'S001PRC1 - IDXIN EXCEDE O LIMITE DE '
002210                WS-IDX-TABLE-MAX ' ITENS'
002211        MOVE 16 TO SC-RETURN-CODE
002212        GO TO 3150-EXIT
002213     END-IF
002214     ADD 1 TO WS-IDX-COUNT
002215     SET WS-IXT-IDX TO WS-IDX-COUNT
002216     MOVE IDX-ACCOUNT       TO WS-IXT-ACCOUNT (WS-IXT-IDX)
002217     MOVE IDX-TYPE          TO WS-IXT-TYPE (WS-IXT-IDX)
002218     MOVE IDX-AMOUNT        TO WS-IXT-AMOUNT (WS-IXT-IDX)
002219     MOVE IDX-DATE          TO WS-IXT-DATE (WS-IXT-IDX)
002220     MOVE IDX-BUSINESS-DATE TO WS-IXT-BUSINESS-DATE (WS-IXT-IDX)
002221     MOVE IDX-RUN-ID        TO WS-IXT-RUN-ID (WS-IXT-IDX)
002222     IF IDX-CTR-ACCOUNT IS NUMERIC
002223        MOVE IDX-CTR-ACCOUNT TO WS-IXT-CTR-ACCOUNT (WS-IXT-IDX)
002224     ELSE
002225        MOVE ZERO TO WS-IXT-CTR-ACCOUNT (WS-IXT-IDX)
002226     END-IF
002227     IF IDX-BUSINESS-DATE IS LESS THAN SC-BUSINESS-DATE
002228        PERFORM 3160-NOTE-INDEX-DATE THRU 3160-EXIT
002229     END-IF.
002230 3150-EXIT.
002231     EXIT.
002232
002233*----------------------------------------------------------------*
002234* 3160-NOTE-INDEX-DATE - ANOTA A DATA-MOVIMENTO DA ENTRADA LIDA  *
002235*                        NA TABELA DE DATAS DISTINTAS            *
002236*----------------------------------------------------------------*
002237 3160-NOTE-INDEX-DATE.
002238     MOVE 'N' TO WS-WDT-FOUND-SWITCH
002239     PERFORM 3170-COMPARE-INDEX-DATE THRU 3170-EXIT
002240         VARYING WS-WDT-IDX FROM 1 BY 1
002241         UNTIL WS-WDT-IDX IS GREATER THAN WS-WDT-COUNT
002242            OR WS-WDT-FOUND
002243     IF WS-WDT-FOUND
002244        GO TO 3160-EXIT
002245     END-IF
002246     IF WS-WDT-COUNT IS EQUAL TO WS-WDT-TABLE-MAX
002247        DISPLAY 'S001PRC1 - IDXIN EXCEDE O LIMITE DE '
002248                WS-WDT-TABLE-MAX ' DATAS-MOVIMENTO'
002249        MOVE 16 TO SC-RETURN-CODE
002250        GO TO 3160-EXIT
002251     END-IF
002252     ADD 1 TO WS-WDT-COUNT
002253     SET WS-WDT-IDX TO WS-WDT-COUNT
002254     MOVE IDX-BUSINESS-DATE TO WS-WDT-DATE (WS-WDT-IDX).
002255 3160-EXIT.
002256     EXIT.
002257
002258*----------------------------------------------------------------*
002259* 3170-COMPARE-INDEX-DATE - COMPARA UMA DATA JA ANOTADA COM A    *
002260*                           DATA-MOVIMENTO DA ENTRADA LIDA       *
002261*----------------------------------------------------------------*
002262 3170-COMPARE-INDEX-DATE.
002263     IF WS-WDT-DATE (WS-WDT-IDX) IS EQUAL TO IDX-BUSINESS-DATE
002264        SET WS-WDT-FOUND TO TRUE
002265     END-IF.
002266 3170-EXIT.
002267     EXIT.
002268
002269*----------------------------------------------------------------*
002270* 3200-WRITE-INDEX-WINDOW - ACHA A DATA DE CORTE DA JANELA (A    *
002271*                           N-ESIMA DATA-MOVIMENTO ANTERIOR MAIS *
002272*                           RECENTE), REGRAVA EM IDXOUT SO AS    *
002273*                           ENTRADAS DA JANELA E COMPACTA A      *
002274*                           TABELA. ENTRADAS DA PROPRIA          *
002275*                           DATA-MOVIMENTO (REEXECUCAO) SAEM DO  *
002276*                           INDICE: A POSTAGEM AS REGRAVA.       *
002277*----------------------------------------------------------------*
002278 3200-WRITE-INDEX-WINDOW.
002279     MOVE SC-BUSINESS-DATE TO WS-WIN-UPPER
002280     MOVE 'N' TO WS-WIN-END-SWITCH
002281     PERFORM 3210-STEP-WINDOW THRU 3210-EXIT
002282         VARYING WS-WIN-STEP FROM 1 BY 1
002283         UNTIL WS-WIN-STEP IS GREATER THAN WS-DUP-WINDOW
002284            OR WS-WIN-EXHAUSTED
002285     IF WS-WIN-EXHAUSTED
002286        MOVE ZERO TO WS-WIN-CUTOFF
002287     ELSE
002288        MOVE WS-WIN-UPPER TO WS-WIN-CUTOFF
002289     END-IF
002290     OPEN OUTPUT INDEX-OUT-FILE
002291     IF NOT WS-IDXOUT-OK
002292        DISPLAY 'S001PRC1 - ERRO AO ABRIR IDXOUT - '
002293                WS-IDXOUT-STATUS
002294        MOVE 16 TO SC-RETURN-CODE
002295        GO TO 3200-EXIT
002296     END-IF
002297     MOVE ZERO TO WS-IDX-KEEP
002298     PERFORM 3250-KEEP-ONE-INDEX THRU 3250-EXIT
002299         VARYING WS-IXT-IDX FROM 1 BY 1
002300         UNTIL WS-IXT-IDX IS GREATER THAN WS-IDX-COUNT
002301            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002302     MOVE WS-IDX-KEEP TO WS-IDX-COUNT
002303     CLOSE INDEX-OUT-FILE.
002304 3200-EXIT.
002305     EXIT.
002306
002307*----------------------------------------------------------------*
002308* 3210-STEP-WINDOW - RECUA UMA DATA-MOVIMENTO NA JANELA: A MAIOR *
002309*                    DATA ANOTADA ABAIXO DO LIMITE CORRENTE.     *
002310*                    SEM DATA ABAIXO, O INDICE INTEIRO ESTA NA   *
002311*                    JANELA.                                     *
002312*----------------------------------------------------------------*
002313 3210-STEP-WINDOW.
002314     MOVE ZERO TO WS-WIN-NEXT
002315     PERFORM 3220-COMPARE-WINDOW-DATE THRU 3220-EXIT
002316         VARYING WS-WDT-IDX FROM 1 BY 1
002317         UNTIL WS-WDT-IDX IS GREATER THAN WS-WDT-COUNT
002318     IF WS-WIN-NEXT IS EQUAL TO ZERO
002319        SET WS-WIN-EXHAUSTED TO TRUE
002320     ELSE
002321        MOVE WS-WIN-NEXT TO WS-WIN-UPPER
002322     END-IF.
002323 3210-EXIT.
002324     EXIT.
002325
002326*----------------------------------------------------------------*
002327* 3220-COMPARE-WINDOW-DATE - CANDIDATA UMA DATA ANOTADA A        *
002328*                            PROXIMA DATA DA JANELA              *
002329*----------------------------------------------------------------*
002330 3220-COMPARE-WINDOW-DATE.
002331     IF WS-WDT-DATE (WS-WDT-IDX) IS LESS THAN WS-WIN-UPPER
002332        AND WS-WDT-DATE (WS-WDT-IDX) IS GREATER THAN WS-WIN-NEXT
002333        MOVE WS-WDT-DATE (WS-WDT-IDX) TO WS-WIN-NEXT
002334     END-IF.
002335 3220-EXIT.
002336     EXIT.
002337
002338*----------------------------------------------------------------*
002339* 3250-KEEP-ONE-INDEX - ENTRADA DENTRO DA JANELA E GRAVADA EM    *
002340*                       IDXOUT E MANTIDA NA TABELA; FORA DELA    *
002341*                       OU DA PROPRIA DATA-MOVIMENTO SAI         *
002342*----------------------------------------------------------------*
002343 3250-KEEP-ONE-INDEX.
002344     IF WS-IXT-BUSINESS-DATE (WS-IXT-IDX) IS LESS THAN
002345        WS-WIN-CUTOFF
002346        OR WS-IXT-BUSINESS-DATE (WS-IXT-IDX) IS EQUAL TO
002347           SC-BUSINESS-DATE
002348        GO TO 3250-EXIT
002349     END-IF
002350     ADD 1 TO WS-IDX-KEEP
002351     SET WS-IXT-KEEP-IDX TO WS-IDX-KEEP
002352     MOVE WS-IDX-ENTRY (WS-IXT-IDX)
002353       TO WS-IDX-ENTRY (WS-IXT-KEEP-IDX)
002354     MOVE WS-IDX-ENTRY (WS-IXT-KEEP-IDX) TO INDEX-OUT-RECORD
002355     WRITE INDEX-OUT-RECORD
002356     IF NOT WS-IDXOUT-OK
002357        DISPLAY 'S001PRC1 - ERRO AO GRAVAR IDXOUT - '
002358                WS-IDXOUT-STATUS
002360        MOVE 16 TO SC-RETURN-CODE
002361     END-IF.
002362 3250-EXIT.
002363     EXIT.
002364
002365*----------------------------------------------------------------*
002366* 3500-BALANCE-BATCHES - PRIMEIRA PASSADA NO MOVMRG: CONFERE     *
002367*                        CADA LOTE DE ORIGEM CONTRA O SEU        *
002368*                        TRAILER E ANOTA NA TABELA OS LOTES      *
002369*                        RECUSADOS. SEM LOTE NENHUM O MOVIMENTO  *
002370*                        INTEIRO E RECUSADO.                     *
002371*----------------------------------------------------------------*
002372 3500-BALANCE-BATCHES.
002373     MOVE ZERO TO WS-BAT-COUNT
002374     MOVE ZERO TO WS-BAT-CURRENT
002375     OPEN INPUT MOVIN-FILE
002376     IF NOT WS-MOVIN-OK
002377        DISPLAY 'S001PRC1 - ERRO AO ABRIR MOVMRG - '
002378                WS-MOVIN-STATUS
002379        MOVE 16 TO SC-RETURN-CODE
002380        GO TO 3500-EXIT
002381     END-IF
002382     PERFORM 3550-BALANCE-ONE-RECORD THRU 3550-EXIT
002383         UNTIL WS-MOVIN-EOF
002384            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
002385     CLOSE MOVIN-FILE
002386     IF SC-RETURN-CODE IS NOT EQUAL TO ZERO
002387        GO TO 3500-EXIT
002388     END-IF
002389     IF WS-BAT-COUNT IS EQUAL TO ZERO
002390        DISPLAY 'S001PRC1 - MOVIN SEM CABECALHO OU TRAILER - '
002391                'ARQUIVO RECUSADO'
002392        MOVE 14 TO SC-RETURN-CODE
002393        GO TO 3500-EXIT
002394     END-IF
002395     SET WS-BAT-IDX TO WS-BAT-CURRENT
002396     IF NOT WS-BAT-CLOSED (WS-BAT-IDX)
002397        MOVE 'LOTE SEM TRAILER' TO WS-BAT-REASON-TEXT
002398        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002399     END-IF
002400     MOVE ZERO TO WS-BAT-ACCEPTED-COUNT
002401     MOVE ZERO TO WS-BAT-QUARANT-COUNT
002402     PERFORM 3595-COUNT-ONE-BATCH THRU 3595-EXIT
002403         VARYING WS-BAT-IDX FROM 1 BY 1
002404         UNTIL WS-BAT-IDX IS GREATER THAN WS-BAT-COUNT.
002405 3500-EXIT.
002406     EXIT.
002407
002408*----------------------------------------------------------------*
002409* 3550-BALANCE-ONE-RECORD - LE UM REGISTRO DO MOVMRG NA PRIMEIRA *
002410*                           PASSADA E O ENCAMINHA CONFORME O     *
002411*                           TIPO                                 *
002412*----------------------------------------------------------------*
002413 3550-BALANCE-ONE-RECORD.
002414     READ MOVIN-FILE
002415         AT END
002416            SET WS-MOVIN-EOF TO TRUE
002417            GO TO 3550-EXIT
002418     END-READ
002419     EVALUATE HDR-RECORD-TYPE
002420         WHEN 'HDR'
002421             PERFORM 3560-OPEN-BATCH THRU 3560-EXIT
002422         WHEN 'TRL'
002423             PERFORM 3570-CLOSE-BATCH THRU 3570-EXIT
002424         WHEN OTHER
002425             PERFORM 3580-COUNT-BATCH-ITEM THRU 3580-EXIT
002426     END-EVALUATE.
002427 3550-EXIT.
002428     EXIT.
002429
002430*----------------------------------------------------------------*
002431* 3560-OPEN-BATCH - CABECALHO ABRE UM LOTE NOVO NA TABELA (O     *
002432*                   ANTERIOR AINDA SEM TRAILER E RECUSADO) E     *
002433*                   CRITICA A DATA-MOVIMENTO E A ORIGEM DO LOTE  *
002434*----------------------------------------------------------------*
002435 3560-OPEN-BATCH.
002436     IF WS-BAT-CURRENT IS GREATER THAN ZERO
002437        SET WS-BAT-IDX TO WS-BAT-CURRENT
002438        IF NOT WS-BAT-CLOSED (WS-BAT-IDX)
002439           MOVE 'LOTE SEM TRAILER' TO WS-BAT-REASON-TEXT
002440           PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002441        END-IF
002442     END-IF
002443     IF WS-BAT-COUNT IS EQUAL TO WS-BAT-TABLE-MAX
002444        DISPLAY 'S001PRC1 - MOVIN EXCEDE O LIMITE DE '
002445                WS-BAT-TABLE-MAX ' LOTES DE ORIGEM'
002446        MOVE 16 TO SC-RETURN-CODE
002447        GO TO 3560-EXIT
002448     END-IF
002449     ADD 1 TO WS-BAT-COUNT
002450     MOVE WS-BAT-COUNT TO WS-BAT-CURRENT
002451     SET WS-BAT-IDX TO WS-BAT-CURRENT
002452     MOVE HDR-ORIGIN TO WS-BAT-ORIGIN (WS-BAT-IDX)
002453     MOVE 'A'        TO WS-BAT-STATUS (WS-BAT-IDX)
002454     MOVE 'N'        TO WS-BAT-TRL-SEEN (WS-BAT-IDX)
002455     MOVE SPACES     TO WS-BAT-REASON (WS-BAT-IDX)
002456     MOVE ZERO       TO WS-BAT-TRL-COUNT (WS-BAT-IDX)
002457     MOVE ZERO       TO WS-BAT-TRL-HASH (WS-BAT-IDX)
002458     MOVE ZERO       TO WS-BAT-CTL-COUNT (WS-BAT-IDX)
002459     MOVE ZERO       TO WS-BAT-CTL-HASH (WS-BAT-IDX)
002460     MOVE ZERO       TO WS-BAT-VALID-COUNT (WS-BAT-IDX)
002461     MOVE ZERO       TO WS-BAT-VALID-AMOUNT (WS-BAT-IDX)
002462     MOVE ZERO       TO WS-BAT-REJ-COUNT (WS-BAT-IDX)
002463     MOVE ZERO       TO WS-BAT-HELD-COUNT (WS-BAT-IDX)
002464     IF HDR-BUSINESS-DATE IS NOT NUMERIC
002465        OR HDR-BUSINESS-DATE IS NOT EQUAL TO SC-BUSINESS-DATE
002466        MOVE 'DATA DO CABECALHO DIVERGE DO DIA'
002467          TO WS-BAT-REASON-TEXT
002468        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002469        GO TO 3560-EXIT
002470     END-IF
002471     IF HDR-ORIGIN IS EQUAL TO SPACES
002472        MOVE 'ORIGEM EM BRANCO NO CABECALHO' TO WS-BAT-REASON-TEXT
002473        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002474     END-IF.
002475 3560-EXIT.
002476     EXIT.
002477
002478*----------------------------------------------------------------*
002479* 3570-CLOSE-BATCH - TRAILER FECHA O LOTE CORRENTE: QUANTIDADE E *
002480*                    SOMA DE CONFERENCIA TEM DE FECHAR COM O QUE *
002481*                    FOI LIDO NO LOTE. TRAILER ANTES DO PRIMEIRO *
002482*                    CABECALHO NAO PERTENCE A ORIGEM NENHUMA E   *
002483*                    RECUSA O MOVIMENTO INTEIRO.                 *
002484*----------------------------------------------------------------*
002485 3570-CLOSE-BATCH.
002486     IF WS-BAT-CURRENT IS EQUAL TO ZERO
002487        DISPLAY 'S001PRC1 - TRAILER ANTES DO PRIMEIRO CABECALHO '
002488                'DO MOVIN - ARQUIVO RECUSADO'
002489        MOVE 14 TO SC-RETURN-CODE
002490        GO TO 3570-EXIT
002491     END-IF
002492     SET WS-BAT-IDX TO WS-BAT-CURRENT
002493     IF WS-BAT-CLOSED (WS-BAT-IDX)
002494        MOVE 'TRAILER DUPLICADO NO LOTE' TO WS-BAT-REASON-TEXT
002495        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002496        GO TO 3570-EXIT
002497     END-IF
002498     SET WS-BAT-CLOSED (WS-BAT-IDX) TO TRUE
002499     IF TRL-REC-COUNT IS NOT NUMERIC
002500        OR TRL-HASH-TOTAL IS NOT NUMERIC
002501        MOVE 'TRAILER ILEGIVEL' TO WS-BAT-REASON-TEXT
002502        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002503        GO TO 3570-EXIT
002504     END-IF
002505     MOVE TRL-REC-COUNT  TO WS-BAT-TRL-COUNT (WS-BAT-IDX)
002506     MOVE TRL-HASH-TOTAL TO WS-BAT-TRL-HASH (WS-BAT-IDX)
002507     IF TRL-REC-COUNT IS NOT EQUAL TO
002508        WS-BAT-CTL-COUNT (WS-BAT-IDX)
002509        MOVE 'TRAILER NAO FECHA EM QUANTIDADE'
002510          TO WS-BAT-REASON-TEXT
002511        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002512        GO TO 3570-EXIT
002513     END-IF
002514     IF TRL-HASH-TOTAL IS NOT EQUAL TO
002515        WS-BAT-CTL-HASH (WS-BAT-IDX)
002516        MOVE 'TRAILER NAO FECHA NA SOMA DE CONFERENCIA'
002517          TO WS-BAT-REASON-TEXT
002518        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002519     END-IF.
002520 3570-EXIT.
002521     EXIT.
002522
002523*----------------------------------------------------------------*
002524* 3580-COUNT-BATCH-ITEM - ACUMULA A CONFERENCIA DO LOTE CORRENTE *
002525*                         PARA UM REGISTRO DE DETALHE. DETALHE   *
002526*                         DEPOIS DO TRAILER E TRANSMISSAO        *
002527*                         CORROMPIDA E RECUSA O LOTE; ANTES DO   *
002528*                         PRIMEIRO HDR E REAPRESENTADO, FORA DA  *
002529*                         CONTA.                                 *
002530*----------------------------------------------------------------*
002531 3580-COUNT-BATCH-ITEM.
002532     IF WS-BAT-CURRENT IS EQUAL TO ZERO
002533        GO TO 3580-EXIT
002534     END-IF
002535     SET WS-BAT-IDX TO WS-BAT-CURRENT
002536     IF WS-BAT-CLOSED (WS-BAT-IDX)
002537        MOVE 'REGISTRO APOS O TRAILER DO LOTE'
002538          TO WS-BAT-REASON-TEXT
002539        PERFORM 3590-QUARANTINE-BATCH THRU 3590-EXIT
002540        GO TO 3580-EXIT
002541     END-IF
002542     ADD 1 TO WS-BAT-CTL-COUNT (WS-BAT-IDX)
002543     MOVE MOVI-AMOUNT TO WS-EDIT-AMOUNT-TEXT
002544     IF WS-EDIT-AMOUNT-NUM IS NUMERIC
002545        ADD WS-EDIT-AMOUNT-NUM TO WS-BAT-CTL-HASH (WS-BAT-IDX)
002546     END-IF.
002547 3580-EXIT.
002548     EXIT.
002549
002550*----------------------------------------------------------------*
002551* 3590-QUARANTINE-BATCH - MARCA O LOTE APONTADO POR WS-BAT-IDX   *
002552*                         PARA A QUARENTENA; FICA O PRIMEIRO     *
002553*                         MOTIVO ENCONTRADO                      *
002554*----------------------------------------------------------------*
002555 3590-QUARANTINE-BATCH.
002556     IF WS-BAT-ACCEPTED (WS-BAT-IDX)
002557        SET WS-BAT-QUARANTINED (WS-BAT-IDX) TO TRUE
002558        MOVE WS-BAT-REASON-TEXT TO WS-BAT-REASON (WS-BAT-IDX)
002559     END-IF.
002560 3590-EXIT.
002561     EXIT.
002562
002563*----------------------------------------------------------------*
002564* 3595-COUNT-ONE-BATCH - CONTA UM LOTE COMO ACEITO OU RECUSADO E *
002565*                        AVISA NO LOG A RECUSA                   *
002566*----------------------------------------------------------------*
002567 3595-COUNT-ONE-BATCH.
002568     IF WS-BAT-ACCEPTED (WS-BAT-IDX)
002569        ADD 1 TO WS-BAT-ACCEPTED-COUNT
002570        GO TO 3595-EXIT
002571     END-IF
002572     ADD 1 TO WS-BAT-QUARANT-COUNT
002573     SET WS-BAT-NUMBER TO WS-BAT-IDX
002574     DISPLAY 'S001PRC1 - LOTE ' WS-BAT-NUMBER ' DA ORIGEM '
002575             WS-BAT-ORIGIN (WS-BAT-IDX) ' EM QUARENTENA - '
002576             WS-BAT-REASON (WS-BAT-IDX).
002577 3595-EXIT.
002578     EXIT.
002579
002580*----------------------------------------------------------------*
002581* 4100-PROCESS-MOVIN - SEGUNDA PASSADA: LE UM REGISTRO DO        *
002582*                      MOVMRG, ACOMPANHA O LOTE CORRENTE PELOS   *
002583*                      CABECALHOS E ENCAMINHA O REGISTRO A       *
002584*                      CRITICA OU A QUARENTENA                   *
002585*----------------------------------------------------------------*
002586 4100-PROCESS-MOVIN.
002587     READ MOVIN-FILE
002588         AT END
002589            SET WS-MOVIN-EOF TO TRUE
002590         NOT AT END
002591            ADD 1 TO SC-RECS-READ
002592            EVALUATE HDR-RECORD-TYPE
002593                WHEN 'HDR'
002594                    ADD 1 TO WS-BAT-CURRENT
002595                    SET WS-BAT-IDX TO WS-BAT-CURRENT
002596                    MOVE WS-BAT-ORIGIN (WS-BAT-IDX)
002597                      TO WS-CUR-ORIGIN
002598                    PERFORM 4110-ROUTE-CONTROL-RECORD
002599                        THRU 4110-EXIT
002600                WHEN 'TRL'
002601                    PERFORM 4110-ROUTE-CONTROL-RECORD
002602                        THRU 4110-EXIT
002603                WHEN OTHER
002604                    PERFORM 4120-ROUTE-MOVEMENT THRU 4120-EXIT
002605            END-EVALUATE
002606     END-READ.
002607 4100-EXIT.
002608     EXIT.
002609
002610*----------------------------------------------------------------*
002611* 4110-ROUTE-CONTROL-RECORD - CABECALHO E TRAILER DE LOTE        *
002612*                             RECUSADO VAO PARA A QUARENTENA     *
002613*                             JUNTO COM OS DETALHES; OS DE LOTE  *
002614*                             ACEITO NAO SEGUEM ADIANTE          *
002615*----------------------------------------------------------------*
002616 4110-ROUTE-CONTROL-RECORD.
002617     IF WS-BAT-QUARANTINED (WS-BAT-IDX)
002618        PERFORM 4190-WRITE-QUARANTINE THRU 4190-EXIT
002620     END-IF.
002630 4110-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------*
002670* 4120-ROUTE-MOVEMENT - DETALHE DE LOTE RECUSADO VAI PARA A      *
002680*                       QUARENTENA; OS DEMAIS (E OS              *
002690*                       REAPRESENTADOS DO LOTE ZERO) PASSAM PELA *
002695*                       CRITICA E O DESTINO E CONTADO NO LOTE    *
002700*----------------------------------------------------------------*
002710 4120-ROUTE-MOVEMENT.
002720     IF WS-BAT-CURRENT IS GREATER THAN ZERO
002730        IF WS-BAT-QUARANTINED (WS-BAT-IDX)
002740           PERFORM 4190-WRITE-QUARANTINE THRU 4190-EXIT
002750           ADD 1 TO WS-QUA-REC-COUNT
002760           GO TO 4120-EXIT
002765        END-IF
002770     END-IF
002780     PERFORM 4150-VALIDATE-MOVEMENT THRU 4150-EXIT
002790     PERFORM 4130-TALLY-BATCH THRU 4130-EXIT.
002970 4120-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------*
003010* 4130-TALLY-BATCH - CONTA NO LOTE CORRENTE (OU NO LOTE ZERO DOS *
003020*                    REAPRESENTADOS) O DESTINO DO MOVIMENTO      *
003030*                    RECEM-CRITICADO: REJEITADO, RETIDO OU       *
003040*                    VALIDADO                                    *
003060*----------------------------------------------------------------*
003070 4130-TALLY-BATCH.
003080     IF WS-BAT-CURRENT IS EQUAL TO ZERO
003090        EVALUATE TRUE
003100            WHEN WS-REJECT-REASON IS NOT EQUAL TO SPACES
003110                ADD 1 TO WS-INT-REJ-COUNT
003111            WHEN WS-MOVEMENT-HELD
003112                ADD 1 TO WS-INT-HELD-COUNT
003114            WHEN OTHER
003115                ADD 1 TO WS-INT-VALID-COUNT
003117                ADD WS-EDIT-AMOUNT-NUM TO WS-INT-VALID-AMOUNT
003118        END-EVALUATE
003120        GO TO 4130-EXIT
003130     END-IF
003140     EVALUATE TRUE
003150         WHEN WS-REJECT-REASON IS NOT EQUAL TO SPACES
003160             ADD 1 TO WS-BAT-REJ-COUNT (WS-BAT-IDX)
003170         WHEN WS-MOVEMENT-HELD
003180             ADD 1 TO WS-BAT-HELD-COUNT (WS-BAT-IDX)
003190         WHEN OTHER
003200             ADD 1 TO WS-BAT-VALID-COUNT (WS-BAT-IDX)
003202             ADD WS-EDIT-AMOUNT-NUM
003205              TO WS-BAT-VALID-AMOUNT (WS-BAT-IDX)
003207     END-EVALUATE.
003210 4130-EXIT.
003220     EXIT.
003230
003390             MOVE '01' TO WS-REJECT-REASON
003400         WHEN MOVI-TYPE IS NOT EQUAL TO 'DB'
003410          AND MOVI-TYPE IS NOT EQUAL TO 'CR'
003415          AND MOVI-TYPE IS NOT EQUAL TO 'TR'
003420             MOVE '02' TO WS-REJECT-REASON
003421         WHEN MOVI-TYPE IS EQUAL TO 'TR'
003423          AND (MOVI-CTR-ACCOUNT IS NOT NUMERIC
003425           OR MOVI-CTR-ACCOUNT IS EQUAL TO '0000000000'
003426           OR MOVI-CTR-ACCOUNT IS EQUAL TO MOVI-ACCOUNT)
003428             MOVE '01' TO WS-REJECT-REASON
003430         WHEN MOVI-AMOUNT IS NOT NUMERIC
003440             MOVE '03' TO WS-REJECT-REASON
003450         WHEN WS-EDIT-AMOUNT-NUM IS EQUAL TO ZERO
003500             MOVE MOVI-DATE TO WS-EDIT-DATE-FIELD
003510             PERFORM 4170-VALIDATE-MOVEMENT-DATE THRU 4170-EXIT
003520     END-EVALUATE
003522     IF WS-REJECT-REASON IS EQUAL TO SPACES
003524        AND NOT WS-MOVEMENT-HELD
003526        PERFORM 4200-CHECK-DUPLICATE THRU 4200-EXIT
003528     END-IF
003530     EVALUATE TRUE
003540         WHEN WS-REJECT-REASON IS NOT EQUAL TO SPACES
003550             PERFORM 4900-WRITE-REJECT-MOVIN THRU 4900-EXIT
003600             MOVE MOVI-TYPE            TO MVV-TYPE
003610             MOVE WS-EDIT-AMOUNT-NUM   TO MVV-AMOUNT
003620             MOVE WS-EDIT-DATE-FIELD   TO MVV-DATE
003622             MOVE WS-DUP-CTR-ACCOUNT   TO MVV-CTR-ACCOUNT
003625             MOVE MOVI-ADJ-REF         TO MVV-ADJ-REF
003627             MOVE WS-CUR-ORIGIN        TO MVV-ORIGIN
003630             WRITE MOVVAL-RECORD
003640             ADD 1 TO SC-RECS-WRITTEN
003645             PERFORM 4260-INDEX-ACCEPTED THRU 4260-EXIT
003650     END-EVALUATE.
003660 4150-EXIT.
003670     EXIT.
003700* 4170-VALIDATE-MOVEMENT-DATE - CRITICA O CONTEUDO DE            *
003710*                               WS-EDIT-DATE-FIELD: MES DE 01 A  *
003720*                               12 E DIA DENTRO DO LIMITE DO     *
003730*                               MES, COM FEVEREIRO BISSEXTO;     *
003733*                               DEPOIS APLICA O CALENDARIO DE    *
003736*                               DIAS UTEIS                       *
003740*----------------------------------------------------------------*
003750 4170-VALIDATE-MOVEMENT-DATE.
003760     IF WS-ED-MONTH IS LESS THAN 01
004130     END-EVALUATE
004140     IF WS-ED-DAY IS LESS THAN 01
004150        OR WS-ED-DAY IS GREATER THAN WS-MAX-DAY
004151        MOVE '04' TO WS-REJECT-REASON
004152        GO TO 4170-EXIT
004153     END-IF
004154     PERFORM 4175-CHECK-BUSINESS-DAY THRU 4175-EXIT.
004155 4170-EXIT.
004156     EXIT.
004158
004159*----------------------------------------------------------------*
004160* 4175-CHECK-BUSINESS-DAY - DATA EM DIA NAO UTIL: REJEITA COM O  *
004161*                           MOTIVO 10 (REGRA REJEITA, SO PARA    *
004162*                           ITENS DE LOTE DO MOVIN) OU PASSA A   *
004163*                           VALER NO PROXIMO DIA UTIL. DATA DE   *
004165*                           EFETIVACAO ALEM DA DATA-MOVIMENTO    *
004166*                           RETEM O MOVIMENTO NO DEPOSITO. DATA  *
004167*                           FORA DO CALENDARIO VALE COMO ESTA;   *
004168*                           CALENDARIO INDISPONIVEL ENCERRA A    *
004169*                           ETAPA COM RC=16                      *
004170*----------------------------------------------------------------*
004172 4175-CHECK-BUSINESS-DAY.
004173     MOVE WS-EDIT-DATE-FIELD TO WS-EFFECTIVE-DATE
004174     MOVE 'VE' TO CALP-FUNCTION
004175     MOVE WS-EDIT-DATE-FIELD TO CALP-DATE-IN
004176     CALL 'CALDIA' USING CALENDAR-PARM-AREA
004177     IF CALP-UNAVAILABLE
004179        DISPLAY 'S001PRC1 - CALENDARIO DE DIAS UTEIS '
004180                'INDISPONIVEL (CALEND)'
004181        MOVE 16 TO SC-RETURN-CODE
004182        GO TO 4175-EXIT
004183     END-IF
004184     IF CALP-OK AND CALP-CLOSED-DAY
004186        IF WS-NONBUS-REJECT
004187           AND WS-BAT-CURRENT IS GREATER THAN ZERO
004188           MOVE '10' TO WS-REJECT-REASON
004189           GO TO 4175-EXIT
004190        END-IF
004191        MOVE 'PR' TO CALP-FUNCTION
004193        CALL 'CALDIA' USING CALENDAR-PARM-AREA
004194        IF CALP-OK
004195           MOVE CALP-DATE-OUT TO WS-EFFECTIVE-DATE
004196        END-IF
004197     END-IF
004198     IF WS-EFFECTIVE-DATE IS GREATER THAN SC-BUSINESS-DATE
004200        SET WS-MOVEMENT-HELD TO TRUE
004210     END-IF.
004220 4175-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------*
004330     MOVE MOVI-TYPE    TO WHS-TYPE
004340     MOVE MOVI-AMOUNT  TO WHS-AMOUNT
004350     MOVE MOVI-DATE    TO WHS-DATE
004353     MOVE MOVI-CTR-ACCOUNT TO WHS-CTR-ACCOUNT
004356     MOVE MOVI-ADJ-REF TO WHS-ADJ-REF
004360     WRITE WAREHOUSE-RECORD
004370     ADD 1 TO SC-RECS-HELD.
004380 4180-EXIT.
008440     EXIT.
008441
008442*----------------------------------------------------------------*
008443* 4190-WRITE-QUARANTINE - COPIA PARA A QUARENTENA (MOVQUA) UM    *
008444*                         REGISTRO DE LOTE RECUSADO, COMO VEIO   *
008445*----------------------------------------------------------------*
008446 4190-WRITE-QUARANTINE.
008447     MOVE MOVIN-RECORD TO QUARANTINE-RECORD
008448     WRITE QUARANTINE-RECORD
008449     IF NOT WS-MOVQUA-OK
008450        DISPLAY 'S001PRC1 - ERRO AO GRAVAR MOVQUA - '
008451                WS-MOVQUA-STATUS
008452        MOVE 16 TO SC-RETURN-CODE
008453     END-IF.
008454 4190-EXIT.
008455     EXIT.
008456
008460*----------------------------------------------------------------*
008470* 4200-CHECK-DUPLICATE - PROCURA O MOVIMENTO VALIDO CORRENTE     *
008476*                        (CONTA, TIPO, VALOR, DATA E CONTA       *
008482*                        CONTRAPARTIDA DA 'TR') NO INDICE        *
008490*                        DA JANELA E ENTRE OS JA ACEITOS NO DIA. *
008500*                        ACHANDO, REJEITA COM O MOTIVO 08 E      *
008510*                        IMPRIME O PAR DUPLICADO/ORIGINAL        *
008520*----------------------------------------------------------------*
008530 4200-CHECK-DUPLICATE.
008540     MOVE 'N' TO WS-DUP-SWITCH
008550     MOVE MOVI-ACCOUNT TO WS-DUP-ACCOUNT
008551     IF MOVI-TYPE IS EQUAL TO 'TR'
008552        MOVE MOVI-CTR-ACCOUNT TO WS-DUP-CTR-ACCOUNT
008553     ELSE
008554        MOVE ZERO TO WS-DUP-CTR-ACCOUNT
008555     END-IF
008556*    AJUSTE MANUAL JA CONFERIDO NA DUPLA CUSTODIA NAO E DUPLICADO
008557     IF MOVI-ADJ-REF IS NOT EQUAL TO SPACES
008558        GO TO 4200-EXIT
008559     END-IF
008560     PERFORM 4210-COMPARE-INDEX THRU 4210-EXIT
008570         VARYING WS-IXT-IDX FROM 1 BY 1
008580         UNTIL WS-IXT-IDX IS GREATER THAN WS-IDX-COUNT
008590            OR WS-DUP-FOUND
008600     IF WS-DUP-FOUND
008610        MOVE '08' TO WS-REJECT-REASON
008620        ADD 1 TO WS-DUP-COUNT
008630        PERFORM 4250-WRITE-DUPLICATE-PAIR THRU 4250-EXIT
008640     END-IF.
008650 4200-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------*
008690* 4210-COMPARE-INDEX - COMPARA UMA ENTRADA DO INDICE COM O       *
008700*                      MOVIMENTO CORRENTE                        *
008710*----------------------------------------------------------------*
008720 4210-COMPARE-INDEX.
008730     IF WS-IXT-ACCOUNT (WS-IXT-IDX) IS EQUAL TO WS-DUP-ACCOUNT
008740        AND WS-IXT-TYPE (WS-IXT-IDX) IS EQUAL TO MOVI-TYPE
008750        AND WS-IXT-AMOUNT (WS-IXT-IDX) IS EQUAL TO
008760            WS-EDIT-AMOUNT-NUM
008770        AND WS-IXT-DATE (WS-IXT-IDX) IS EQUAL TO
008780            WS-EDIT-DATE-FIELD
008783        AND WS-IXT-CTR-ACCOUNT (WS-IXT-IDX) IS EQUAL TO
008786            WS-DUP-CTR-ACCOUNT
008790        SET WS-DUP-FOUND TO TRUE
008800        SET WS-IXT-ORIG-IDX TO WS-IXT-IDX
008810     END-IF.
008820 4210-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------*
008860* 4250-WRITE-DUPLICATE-PAIR - IMPRIME EM DUPRPT O MOVIMENTO      *
008870*                             DUPLICADO E, ABAIXO, O ORIGINAL    *
008880*                             COM A DATA-MOVIMENTO E A EXECUCAO  *
008890*                             QUE O ACEITOU                      *
008900*----------------------------------------------------------------*
008910 4250-WRITE-DUPLICATE-PAIR.
008920     MOVE WS-EDIT-AMOUNT-NUM TO WS-RPT-AMT-EDIT
008930     MOVE SPACES TO DUP-REPORT-LINE
008940     STRING 'DUPLICADO '                     DELIMITED BY SIZE
008950            MOVI-ACCOUNT                     DELIMITED BY SIZE
008960            ' '                              DELIMITED BY SIZE
008970            MOVI-TYPE                        DELIMITED BY SIZE
008980            ' '                              DELIMITED BY SIZE
008990            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
009000            ' '                              DELIMITED BY SIZE
009010            MOVI-DATE                        DELIMITED BY SIZE
009020            ' '                              DELIMITED BY SIZE
009030            SC-BUSINESS-DATE                 DELIMITED BY SIZE
009040            ' '                              DELIMITED BY SIZE
009050            SC-RUN-ID                        DELIMITED BY SIZE
009060         INTO DUP-REPORT-LINE
009070     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009080     MOVE WS-IXT-AMOUNT (WS-IXT-ORIG-IDX) TO WS-RPT-AMT-EDIT
009090     MOVE SPACES TO DUP-REPORT-LINE
009100     STRING 'ORIGINAL  '                     DELIMITED BY SIZE
009110            WS-IXT-ACCOUNT (WS-IXT-ORIG-IDX) DELIMITED BY SIZE
009120            ' '                              DELIMITED BY SIZE
009130            WS-IXT-TYPE (WS-IXT-ORIG-IDX)    DELIMITED BY SIZE
009140            ' '                              DELIMITED BY SIZE
009150            WS-RPT-AMT-EDIT                  DELIMITED BY SIZE
009160            ' '                              DELIMITED BY SIZE
009170            WS-IXT-DATE (WS-IXT-ORIG-IDX)    DELIMITED BY SIZE
009180            ' '                              DELIMITED BY SIZE
009190            WS-IXT-BUSINESS-DATE (WS-IXT-ORIG-IDX)
009200                                             DELIMITED BY SIZE
009210            ' '                              DELIMITED BY SIZE
009220            WS-IXT-RUN-ID (WS-IXT-ORIG-IDX)  DELIMITED BY SIZE
009230         INTO DUP-REPORT-LINE
009240     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT.
009250 4250-EXIT.
009260     EXIT.
009270
009280*----------------------------------------------------------------*
009290* 4260-INDEX-ACCEPTED - ACRESCENTA A TABELA DO INDICE O          *
009300*                       MOVIMENTO RECEM-ACEITO, PARA A           *
009310*                       CONFERENCIA DOS SEGUINTES DO PROPRIO DIA *
009320*----------------------------------------------------------------*
009330 4260-INDEX-ACCEPTED.
009340     IF WS-IDX-COUNT IS EQUAL TO WS-IDX-TABLE-MAX
009350        DISPLAY 'S001PRC1 - INDICE DE ACEITOS EXCEDE O LIMITE DE '
009360                WS-IDX-TABLE-MAX ' ITENS'
009370        MOVE 16 TO SC-RETURN-CODE
009380        GO TO 4260-EXIT
009390     END-IF
009400     ADD 1 TO WS-IDX-COUNT
009410     SET WS-IXT-IDX TO WS-IDX-COUNT
009420     MOVE WS-DUP-ACCOUNT     TO WS-IXT-ACCOUNT (WS-IXT-IDX)
009430     MOVE MOVI-TYPE          TO WS-IXT-TYPE (WS-IXT-IDX)
009440     MOVE WS-EDIT-AMOUNT-NUM TO WS-IXT-AMOUNT (WS-IXT-IDX)
009450     MOVE WS-EDIT-DATE-FIELD TO WS-IXT-DATE (WS-IXT-IDX)
009460     MOVE SC-BUSINESS-DATE   TO WS-IXT-BUSINESS-DATE (WS-IXT-IDX)
009466     MOVE SC-RUN-ID          TO WS-IXT-RUN-ID (WS-IXT-IDX)
009472     MOVE WS-DUP-CTR-ACCOUNT TO WS-IXT-CTR-ACCOUNT (WS-IXT-IDX).
009480 4260-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------------*
009520* 4300-WRITE-DUP-HEADER - CABECALHO DO RELATORIO DE DUPLICIDADES *
009530*----------------------------------------------------------------*
009540 4300-WRITE-DUP-HEADER.
009550     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
009560     MOVE SPACES TO DUP-REPORT-LINE
009570     STRING 'DUPLICIDADES DE MOVIMENTO - S001PRC1 - '
009580                                             DELIMITED BY SIZE
009590            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
009600         INTO DUP-REPORT-LINE
009610     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009620     MOVE SPACES TO DUP-REPORT-LINE
009630     STRING 'EXECUCAO: '                     DELIMITED BY SIZE
009640            SC-RUN-ID                        DELIMITED BY SIZE
009650         INTO DUP-REPORT-LINE
009660     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009670     MOVE WS-IDX-COUNT TO WS-RPT-COUNT-EDIT
009680     MOVE SPACES TO DUP-REPORT-LINE
009690     STRING 'JANELA DE DIAS UTEIS: '         DELIMITED BY SIZE
009700            WS-DUP-WINDOW                    DELIMITED BY SIZE
009710            '  MOVIMENTOS NO INDICE: '       DELIMITED BY SIZE
009720            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
009730         INTO DUP-REPORT-LINE
009740     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009750     MOVE SPACES TO DUP-REPORT-LINE
009760     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009770     STRING 'SITUACAO  CONTA      TP        VALOR '
009780                                             DELIMITED BY SIZE
009790            'DATA     DT-MOVTO EXECUCAO'     DELIMITED BY SIZE
009800         INTO DUP-REPORT-LINE
009810     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT.
009820 4300-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------*
009860* 4350-WRITE-DUP-TRAILER - TOTAL DO RELATORIO DE DUPLICIDADES    *
009870*----------------------------------------------------------------*
009880 4350-WRITE-DUP-TRAILER.
009890     MOVE SPACES TO DUP-REPORT-LINE
009900     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT
009910     MOVE WS-DUP-COUNT TO WS-RPT-COUNT-EDIT
009920     MOVE SPACES TO DUP-REPORT-LINE
009930     STRING 'TOTAL DE MOVIMENTOS DUPLICADOS: '
009940                                             DELIMITED BY SIZE
009950            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
009960         INTO DUP-REPORT-LINE
009970     PERFORM 9000-WRITE-DUP-LINE THRU 9000-EXIT.
009980 4350-EXIT.
009990     EXIT.
009991
009992*----------------------------------------------------------------*
009993* 4400-WRITE-ORIGIN-REPORT - EMITE O RELATORIO DE LOTES DE       *
009994*                            ORIGEM (ORGRPT): UMA LINHA POR LOTE *
009995*                            COM TRAILER E LIDO, O DESTINO DOS   *
009996*                            ITENS DOS ACEITOS E O MOTIVO DOS    *
009997*                            RECUSADOS, PARA A DEVOLUCAO A       *
009998*                            ORIGEM                              *
009999*----------------------------------------------------------------*
010000 4400-WRITE-ORIGIN-REPORT.
010001     PERFORM 9200-BUILD-TIMESTAMP THRU 9200-EXIT
010002     MOVE SPACES TO ORIGIN-REPORT-LINE
010003     STRING 'LOTES DE ORIGEM DO MOVIN - S001PRC1 - '
010004                                             DELIMITED BY SIZE
010005            WS-TIMESTAMP-FIELD               DELIMITED BY SIZE
010006         INTO ORIGIN-REPORT-LINE
010007     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010008     MOVE SPACES TO ORIGIN-REPORT-LINE
010009     STRING 'EXECUCAO: '                     DELIMITED BY SIZE
010010            SC-RUN-ID                        DELIMITED BY SIZE
010011            '  DATA-MOVIMENTO: '             DELIMITED BY SIZE
010012            SC-BUSINESS-DATE                 DELIMITED BY SIZE
010013         INTO ORIGIN-REPORT-LINE
010014     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010015     MOVE SPACES TO ORIGIN-REPORT-LINE
010016     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010017     STRING 'LOTE ORIGEM   SITUACAO   QTD-TRL     LIDOS '
010018                                             DELIMITED BY SIZE
010019            '        SOMA-TRL        SOMA-LIDA'
010020                                             DELIMITED BY SIZE
010021         INTO ORIGIN-REPORT-LINE
010022     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010023     PERFORM 4420-WRITE-INTERNAL-LINE THRU 4420-EXIT
010024     PERFORM 4450-WRITE-BATCH-LINES THRU 4450-EXIT
010025         VARYING WS-BAT-IDX FROM 1 BY 1
010026         UNTIL WS-BAT-IDX IS GREATER THAN WS-BAT-COUNT
010027            OR SC-RETURN-CODE IS NOT EQUAL TO ZERO
010028     MOVE SPACES TO ORIGIN-REPORT-LINE
010029     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010030     MOVE WS-BAT-COUNT          TO WS-RPT-BATCH-EDIT
010031     MOVE WS-BAT-ACCEPTED-COUNT TO WS-RPT-ACC-EDIT
010032     MOVE WS-BAT-QUARANT-COUNT  TO WS-RPT-QUA-EDIT
010033     MOVE WS-QUA-REC-COUNT      TO WS-RPT-COUNT-EDIT
010034     STRING 'LOTES: '                        DELIMITED BY SIZE
010035            WS-RPT-BATCH-EDIT                DELIMITED BY SIZE
010036            ' ACEITOS: '                     DELIMITED BY SIZE
010037            WS-RPT-ACC-EDIT                  DELIMITED BY SIZE
010038            ' QUARENTENA: '                  DELIMITED BY SIZE
010039            WS-RPT-QUA-EDIT                  DELIMITED BY SIZE
010040            ' REGISTROS EM QUARENTENA: '     DELIMITED BY SIZE
010041            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010042         INTO ORIGIN-REPORT-LINE
010043     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT.
010044 4400-EXIT.
010045     EXIT.
010046
010047*----------------------------------------------------------------*
010048* 4420-WRITE-INTERNAL-LINE - LINHA DO LOTE ZERO: ITENS           *
010049*                            REAPRESENTADOS ANTES DO PRIMEIRO    *
010050*                            CABECALHO, SEM TRAILER              *
010051*----------------------------------------------------------------*
010052 4420-WRITE-INTERNAL-LINE.
010053     MOVE ZERO             TO WS-RPT-BATCH-EDIT
010054     MOVE 'FORA LOTE'      TO WS-RPT-STATUS-TEXT
010055     MOVE SPACES TO ORIGIN-REPORT-LINE
010056     STRING WS-RPT-BATCH-EDIT                DELIMITED BY SIZE
010057            ' '                              DELIMITED BY SIZE
010058            WS-INT-ORIGIN                    DELIMITED BY SIZE
010059            ' '                              DELIMITED BY SIZE
010060            WS-RPT-STATUS-TEXT               DELIMITED BY SIZE
010061         INTO ORIGIN-REPORT-LINE
010062     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010063     MOVE WS-INT-VALID-COUNT  TO WS-RPT-COUNT-EDIT
010064     MOVE WS-INT-VALID-AMOUNT TO WS-RPT-VAL-AMT-EDIT
010065     MOVE WS-INT-REJ-COUNT    TO WS-RPT-REJ-EDIT
010066     MOVE WS-INT-HELD-COUNT   TO WS-RPT-HELD-EDIT
010067     PERFORM 4470-WRITE-TALLY-LINE THRU 4470-EXIT.
010068 4420-EXIT.
010069     EXIT.
010070
010071*----------------------------------------------------------------*
010072* 4450-WRITE-BATCH-LINES - LINHAS DE UM LOTE: TRAILER CONTRA     *
010073*                          LIDO E, ABAIXO, O DESTINO DOS ITENS   *
010074*                          (ACEITO) OU O MOTIVO DA QUARENTENA    *
010075*----------------------------------------------------------------*
010076 4450-WRITE-BATCH-LINES.
010077     SET WS-BAT-NUMBER TO WS-BAT-IDX
010078     MOVE WS-BAT-NUMBER TO WS-RPT-BATCH-EDIT
010079     IF WS-BAT-ACCEPTED (WS-BAT-IDX)
010080        MOVE 'ACEITO'     TO WS-RPT-STATUS-TEXT
010081     ELSE
010082        MOVE 'QUARENTENA' TO WS-RPT-STATUS-TEXT
010083     END-IF
010084     MOVE WS-BAT-TRL-COUNT (WS-BAT-IDX) TO WS-RPT-TRL-COUNT-EDIT
010085     MOVE WS-BAT-CTL-COUNT (WS-BAT-IDX) TO WS-RPT-CTL-COUNT-EDIT
010086     MOVE WS-BAT-TRL-HASH (WS-BAT-IDX)  TO WS-RPT-TRL-HASH-EDIT
010087     MOVE WS-BAT-CTL-HASH (WS-BAT-IDX)  TO WS-RPT-CTL-HASH-EDIT
010088     MOVE SPACES TO ORIGIN-REPORT-LINE
010089     STRING WS-RPT-BATCH-EDIT                DELIMITED BY SIZE
010090            ' '                              DELIMITED BY SIZE
010091            WS-BAT-ORIGIN (WS-BAT-IDX)       DELIMITED BY SIZE
010092            ' '                              DELIMITED BY SIZE
010093            WS-RPT-STATUS-TEXT               DELIMITED BY SIZE
010094            ' '                              DELIMITED BY SIZE
010095            WS-RPT-TRL-COUNT-EDIT            DELIMITED BY SIZE
010096            '   '                            DELIMITED BY SIZE
010097            WS-RPT-CTL-COUNT-EDIT            DELIMITED BY SIZE
010098            ' '                              DELIMITED BY SIZE
010099            WS-RPT-TRL-HASH-EDIT             DELIMITED BY SIZE
010100            ' '                              DELIMITED BY SIZE
010101            WS-RPT-CTL-HASH-EDIT             DELIMITED BY SIZE
010102         INTO ORIGIN-REPORT-LINE
010103     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010104     IF WS-BAT-QUARANTINED (WS-BAT-IDX)
010105        MOVE SPACES TO ORIGIN-REPORT-LINE
010106        STRING '     MOTIVO: '                DELIMITED BY SIZE
010107               WS-BAT-REASON (WS-BAT-IDX)    DELIMITED BY SIZE
010108            INTO ORIGIN-REPORT-LINE
010109        PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT
010110        GO TO 4450-EXIT
010111     END-IF
010112     MOVE WS-BAT-VALID-COUNT (WS-BAT-IDX)  TO WS-RPT-COUNT-EDIT
010113     MOVE WS-BAT-VALID-AMOUNT (WS-BAT-IDX) TO WS-RPT-VAL-AMT-EDIT
010114     MOVE WS-BAT-REJ-COUNT (WS-BAT-IDX)    TO WS-RPT-REJ-EDIT
010115     MOVE WS-BAT-HELD-COUNT (WS-BAT-IDX)   TO WS-RPT-HELD-EDIT
010116     PERFORM 4470-WRITE-TALLY-LINE THRU 4470-EXIT.
010117 4450-EXIT.
010118     EXIT.
010119
010120*----------------------------------------------------------------*
010121* 4470-WRITE-TALLY-LINE - LINHA DO DESTINO DOS ITENS DE UM LOTE  *
010122*                         ACEITO: VALIDADOS (QUANTIDADE E        *
010123*                         VALOR), REJEITADOS NA CRITICA E        *
010124*                         RETIDOS NO DEPOSITO DE AGENDADOS       *
010125*----------------------------------------------------------------*
010126 4470-WRITE-TALLY-LINE.
010127     MOVE SPACES TO ORIGIN-REPORT-LINE
010128     STRING '    VALIDADOS '                 DELIMITED BY SIZE
010129            WS-RPT-COUNT-EDIT                DELIMITED BY SIZE
010130            ' VALOR '                        DELIMITED BY SIZE
010131            WS-RPT-VAL-AMT-EDIT              DELIMITED BY SIZE
010132            ' REJEITADOS '                   DELIMITED BY SIZE
010133            WS-RPT-REJ-EDIT                  DELIMITED BY SIZE
010134            ' RETIDOS '                      DELIMITED BY SIZE
010135            WS-RPT-HELD-EDIT                 DELIMITED BY SIZE
010136         INTO ORIGIN-REPORT-LINE
010137     PERFORM 9010-WRITE-ORG-LINE THRU 9010-EXIT.
010138 4470-EXIT.
010139     EXIT.
010140
010141*----------------------------------------------------------------*
010142* 4900-WRITE-REJECT-MOVIN - GRAVA EM MOVREJ UM MOVIMENTO DE      *
010143*                           ENTRADA RECUSADO NA VALIDACAO        *
010144*----------------------------------------------------------------*
010145 4900-WRITE-REJECT-MOVIN.
010146     PERFORM 4950-SET-REASON-DESC THRU 4950-EXIT
010147     MOVE MOVI-ACCOUNT     TO REJ-ACCOUNT
010148     MOVE MOVI-TYPE        TO REJ-TYPE
010149     MOVE MOVI-AMOUNT      TO REJ-AMOUNT
010150     MOVE MOVI-DATE        TO REJ-DATE
010151     MOVE WS-REJECT-REASON TO REJ-REASON-CODE
010152     MOVE WS-REASON-DESC   TO REJ-REASON-DESC
010153     MOVE MOVI-CTR-ACCOUNT TO REJ-CTR-ACCOUNT
010154     MOVE MOVI-ADJ-REF     TO REJ-ADJ-REF
010155     WRITE REJECT-RECORD
010156     ADD 1 TO SC-RECS-REJECTED.
010157 4900-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------*
010190* 4950-SET-REASON-DESC - TRADUZ O CODIGO DE MOTIVO DE REJEICAO   *
010200*                        NA DESCRICAO GRAVADA EM MOVREJ (COPY    *
010210*                        REJDESC, COMUM A VALIDACAO E POSTAGEM)  *
010220*----------------------------------------------------------------*
010230 4950-SET-REASON-DESC.
010240     COPY REJDESC.
010250 4950-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------*
010290* 8900-CLOSE-IDXIN - FECHA O IDXIN QUANDO ELE FOI ABERTO (NAO    *
010300*                    FOI O CASO DA PRIMEIRA EXECUCAO, SEM        *
010310*                    INDICE ANTERIOR)                            *
010320*----------------------------------------------------------------*
010330 8900-CLOSE-IDXIN.
010340     IF NOT WS-IDXIN-EMPTY
010350        CLOSE INDEX-IN-FILE
010360     END-IF.
010370 8900-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------------*
010410* 9000-WRITE-DUP-LINE - GRAVA UMA LINHA EM DUPRPT                *
010420*----------------------------------------------------------------*
010430 9000-WRITE-DUP-LINE.
010440     WRITE DUP-REPORT-LINE
010450     IF NOT WS-DUPRPT-OK
010460        DISPLAY 'S001PRC1 - ERRO AO GRAVAR DUPRPT - '
010470                WS-DUPRPT-STATUS
010480        MOVE 16 TO SC-RETURN-CODE
010490     END-IF.
010500 9000-EXIT.
010510     EXIT.
010511
010512*----------------------------------------------------------------*
010513* 9010-WRITE-ORG-LINE - GRAVA UMA LINHA EM ORGRPT                *
010514*----------------------------------------------------------------*
010515 9010-WRITE-ORG-LINE.
010516     WRITE ORIGIN-REPORT-LINE
010517     IF NOT WS-ORGRPT-OK
010518        DISPLAY 'S001PRC1 - ERRO AO GRAVAR ORGRPT - '
010519                WS-ORGRPT-STATUS
010520        MOVE 16 TO SC-RETURN-CODE
010521     END-IF.
010522 9010-EXIT.
010523     EXIT.
010524
010530*----------------------------------------------------------------*
010540* 9200-BUILD-TIMESTAMP - MONTA O CARIMBO DE DATA/HORA CORRENTE   *
010550*                        EM WS-TIMESTAMP-FIELD                   *
010560*----------------------------------------------------------------*
010570 9200-BUILD-TIMESTAMP.
010580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010590     ACCEPT WS-CURRENT-TIME FROM TIME
010600     MOVE WS-CURRENT-DATE       TO WS-TS-DATE
010610     DIVIDE WS-CURRENT-TIME BY 100 GIVING WS-TS-TIME.
010620 9200-EXIT.
010630     EXIT.
010640
010650 END PROGRAM S001PRC1.
