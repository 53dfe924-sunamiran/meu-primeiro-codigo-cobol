000240* CHAMADO DINAMICAMENTE PELO PROGRA01 CONFORME O CATALOGO DE     *
000250* ETAPAS (STEPCAT), RECEBENDO O REGISTRO DE CONTROLE DE ETAPA    *
000260* (COPY STEPCTL).                                                *
000261* TODA MANUTENCAO APLICADA, INCLUSIVE A ABERTURA, GRAVA A DATA   *
000262* DE PROCESSAMENTO COMO DATA DA ULTIMA ATIVIDADE DA CONTA        *
000263* (MSTI-LAST-ACTIVITY), BASE DA PASSAGEM A DORMENTE              *
000264* (S002-PROC6). CONTA DORMENTE (SITUACAO D) ACEITA BLOQUEIO,     *
000265* ENCERRAMENTO E TROCA DE NOME.                                  *
000270*----------------------------------------------------------------*
000280* HISTORICO DE ALTERACOES                                        *
000290*----------------------------------------------------------------*
000324*                   O MESTRE MANTIDO; ABERTURA NASCE COM LIMITE  *
000326*                   ZERO E AS IMAGENS DO JORNAL ACOMPANHAM O     *
000328*                   NOVO TAMANHO DO REGISTRO.                    *
000330* 2026-10-15 EQP    DATA DA ULTIMA ATIVIDADE NO MESTRE MANTIDO   *
000332*                   EM TODA MANUTENCAO APLICADA; BLOQUEIO DE     *
000334*                   CONTA DORMENTE; LAYOUT DO JORNAL MNTJRNL     *
000336*                   EXTRAIDO PARA O COPY MNTJRN (IMAGEM DE 073). *
000337* 2026-10-15 EQP    DATA-MOVIMENTO GRAVADA NO JORNAL MNTJRNL.    *
000338*----------------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000740     05  MSTW-STATUS             PIC X(01).
000750     05  MSTW-BALANCE            PIC S9(11)V99.
000752     05  MSTW-LIMIT              PIC 9(09)V99.
000756     05  MSTW-LAST-ACTIVITY      PIC 9(08).
000760
000770*----------------------------------------------------------------*
000780* MNTREJ - MANUTENCAO RECUSADA, COM A DESCRICAO DO MOTIVO        *
000850     05  MRJ-REASON-DESC         PIC X(30).
000860
000870*----------------------------------------------------------------*
000880* MNTJRNL - JORNAL DE ALTERACOES DO MESTRE (COPY MNTJRN): UM     *
000890*           REGISTRO POR MANUTENCAO APLICADA, COM A IMAGEM DO    *
000900*           REGISTRO ANTES E DEPOIS                              *
000910*----------------------------------------------------------------*
000920 FD  JOURNAL-FILE.
000930     COPY MNTJRN.
001030
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------------*
001500 77  WS-OPEN-MIN-ACCOUNT     PIC 9(10) VALUE ZERO.
001510 77  WS-OPEN-MIN-SUB         PIC 9(04) COMP VALUE ZERO.
001520 77  WS-PREV-WRITTEN-ACC     PIC 9(10) VALUE ZERO.
001530 01  WS-BEFORE-IMAGE         PIC X(73) VALUE SPACES.
001540 01  WS-AFTER-IMAGE          PIC X(73) VALUE SPACES.
001550 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
001560 77  WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
001570 01  WS-TIMESTAMP-FIELD.
003310     MOVE MSTI-STATUS  TO MSTW-STATUS
003320     MOVE MSTI-BALANCE TO MSTW-BALANCE
003325     MOVE MSTI-LIMIT   TO MSTW-LIMIT
003327     MOVE MSTI-LAST-ACTIVITY TO MSTW-LAST-ACTIVITY
003330     PERFORM 6500-APPLY-ONE-MAINT THRU 6500-EXIT
003340         VARYING WS-MNT-IDX FROM 1 BY 1
003350         UNTIL WS-MNT-IDX IS GREATER THAN WS-MNT-COUNT
003810     MOVE 'A'                         TO MSTW-STATUS
003820     MOVE ZERO                        TO MSTW-BALANCE
003825     MOVE ZERO                        TO MSTW-LIMIT
003827     MOVE SC-BUSINESS-DATE            TO MSTW-LAST-ACTIVITY
003830     MOVE SPACES TO WS-BEFORE-IMAGE
003840     MOVE MASTER-WRK-RECORD TO WS-AFTER-IMAGE
003850     PERFORM 6900-WRITE-JOURNAL THRU 6900-EXIT
004300               TO WS-REJ-REASON-DESC
004310         WHEN 'BL'
004320             IF MSTW-STATUS IS EQUAL TO 'A'
004325                OR MSTW-STATUS IS EQUAL TO 'D'
004330                MOVE 'B' TO MSTW-STATUS
004340             ELSE
004350                MOVE 'CONTA NAO ATIVA PARA BLOQUEIO'
004620             END-IF
004630     END-EVALUATE
004640     IF WS-REJ-REASON-DESC IS EQUAL TO SPACES
004645        MOVE SC-BUSINESS-DATE TO MSTW-LAST-ACTIVITY
004650        MOVE MASTER-WRK-RECORD TO WS-AFTER-IMAGE
004660        PERFORM 6900-WRITE-JOURNAL THRU 6900-EXIT
004670        SET WS-MNT-APPLIED (WS-MNT-IDX) TO TRUE
005130     MOVE WS-MNT-ACTION (WS-MNT-IDX)  TO JRN-ACTION
005140     MOVE WS-BEFORE-IMAGE             TO JRN-BEFORE-IMAGE
005150     MOVE WS-AFTER-IMAGE              TO JRN-AFTER-IMAGE
005155     MOVE SC-BUSINESS-DATE            TO JRN-BUSINESS-DATE
005160     WRITE JOURNAL-RECORD
005170     IF NOT WS-MNTJRNL-OK
005180        DISPLAY 'S002PRC0 - ERRO AO GRAVAR MNTJRNL - '
