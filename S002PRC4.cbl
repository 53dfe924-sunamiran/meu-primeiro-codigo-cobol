000130* CADEIA DO DIA SEGUINTE. CADA ITEM E CARIMBADO COM O            *
000140* IDENTIFICADOR DA EXECUCAO (SC-RUN-ID). O REJEITADO QUE JA ERA  *
000150* UMA REAPRESENTACAO E RECONHECIDO PELO CASAMENTO COM RCYPEND    *
000160* (CONTA, TIPO, VALOR, DATA E CONTA CONTRAPARTIDA) E CARREGA O   *
000170* CONTADOR DE REAPRESENTACOES ACUMULADO; REJEITADO NOVO COMECA   *
000180* COM CONTADOR 1.                                                *
000182* O REJEITADO POR DUPLICIDADE (MOTIVO 08) NAO E RECICLADO: O     *
000184* ORIGINAL JA FOI ACEITO E A REAPRESENTACAO SO VOLTARIA A POSTAR *
000186* O MESMO MOVIMENTO QUANDO ELE SAISSE DA JANELA DE DUPLICIDADE.  *
000187* O REJEITADO POR DATA EM DIA NAO UTIL (MOTIVO 10) TAMBEM NAO E  *
000188* RECICLADO: A REGRA DIA-NAO-UTIL=REJEITA DEVOLVE O MOVIMENTO A  *
000189* ORIGEM PARA REENVIO COM DATA CORRIGIDA.                        *
000190* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000200* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000210* (COPY STEPCTL).                                                *
000250* DATA       AUTOR  DESCRICAO                                    *
000260* 2026-09-02 EQP    VERSAO INICIAL - SUBSISTEMA DE RECICLAGEM    *
000270*                   DE REJEITADOS.                               *
000271* 2026-10-15 EQP    REJEITADO POR DUPLICIDADE (MOTIVO 08) FICA   *
000272*                   FORA DA RECICLAGEM.                          *
000273* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000274*                   CONTAS CARREGADA NA RECICLAGEM E NO          *
000275*                   CASAMENTO COM RCYPEND.                       *
000276* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000277*                   CARREGADA NA RECICLAGEM.                     *
000278* 2026-10-15 EQP    REJEITADO POR DATA EM DIA NAO UTIL (MOTIVO   *
000279*                   10) FICA FORA DA RECICLAGEM.                 *
000280*----------------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000610     05  PND-REASON-CODE         PIC X(02).
000620     05  PND-RUN-ID              PIC X(18).
000630     05  PND-RESUBMIT-COUNT      PIC 9(02).
000635     05  PND-CTR-ACCOUNT         PIC X(10).
000640
000650 FD  RECYCLE-OUT-FILE.
000660     COPY MOVRCY.
000930         10  WS-PND-AMOUNT       PIC X(11).
000940         10  WS-PND-DATE         PIC X(08).
000950         10  WS-PND-COUNT        PIC 9(02).
000955         10  WS-PND-CTR-ACCOUNT  PIC X(10).
000960         10  WS-PND-USED         PIC X(01).
000970             88  WS-PND-CONSUMED         VALUE 'S'.
000980
001930               MOVE PND-DATE    TO WS-PND-DATE (WS-PND-IDX)
001940               MOVE PND-RESUBMIT-COUNT
001950                 TO WS-PND-COUNT (WS-PND-IDX)
001953               MOVE PND-CTR-ACCOUNT
001956                 TO WS-PND-CTR-ACCOUNT (WS-PND-IDX)
001960               MOVE 'N' TO WS-PND-USED (WS-PND-IDX)
001970            END-IF
001980     END-READ.
002040*                           CONTADOR DE REAPRESENTACOES PELO     *
002050*                           CASAMENTO COM RCYPEND E GRAVA EM     *
002060*                           RCYOUT COM O IDENTIFICADOR DA        *
002070*                           EXECUCAO. DUPLICADO (MOTIVO 08) E    *
002072*                           DATA EM DIA NAO UTIL (MOTIVO 10) NAO *
002075*                           SAO RECICLADOS                       *
002080*----------------------------------------------------------------*
002090 6300-RECYCLE-ONE-REJECT.
002100     READ REJECT-FILE
002110         AT END
002120            SET WS-MOVREJ-EOF TO TRUE
002130            GO TO 6300-EXIT
002140     END-READ
002150     ADD 1 TO SC-RECS-READ
002160     IF REJ-REASON-CODE IS EQUAL TO '08'
002170        OR REJ-REASON-CODE IS EQUAL TO '10'
002180        GO TO 6300-EXIT
002190     END-IF
002200     PERFORM 6350-MATCH-PENDING THRU 6350-EXIT
002210     MOVE REJ-ACCOUNT     TO RCY-ACCOUNT
002220     MOVE REJ-TYPE        TO RCY-TYPE
002230     MOVE REJ-AMOUNT      TO RCY-AMOUNT
002240     MOVE REJ-DATE        TO RCY-DATE
002250     MOVE REJ-REASON-CODE TO RCY-REASON-CODE
002251     MOVE SC-RUN-ID       TO RCY-RUN-ID
002252     MOVE WS-MATCH-COUNT  TO RCY-RESUBMIT-COUNT
002254     MOVE REJ-CTR-ACCOUNT TO RCY-CTR-ACCOUNT
002255     MOVE REJ-ADJ-REF     TO RCY-ADJ-REF
002257     WRITE RECYCLE-RECORD
002258     ADD 1 TO SC-RECS-WRITTEN.
002260 6300-EXIT.
002270     EXIT.
002280
002520        AND WS-PND-TYPE (WS-PND-IDX) IS EQUAL TO REJ-TYPE
002530        AND WS-PND-AMOUNT (WS-PND-IDX) IS EQUAL TO REJ-AMOUNT
002540        AND WS-PND-DATE (WS-PND-IDX) IS EQUAL TO REJ-DATE
002543        AND WS-PND-CTR-ACCOUNT (WS-PND-IDX)
002546            IS EQUAL TO REJ-CTR-ACCOUNT
002550        SET WS-MATCH-FOUND TO TRUE
002560        SET WS-PND-CONSUMED (WS-PND-IDX) TO TRUE
002570        MOVE WS-PND-COUNT (WS-PND-IDX) TO WS-MATCH-COUNT
