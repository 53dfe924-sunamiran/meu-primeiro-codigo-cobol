000030*----------------------------------------------------------------*
000040* CADASTRO MESTRE DE CONTAS (VERSAO DE ENTRADA, MSTRIN) -        *
000050* CRITICADO PELA ETAPA S002-PROC1 E CONSUMIDO PELA POSTAGEM      *
000060* (S002-PROC2). SITUACAO: A=ATIVA, B=BLOQUEADA, E=ENCERRADA,     *
000062* D=DORMENTE (SEM MOVIMENTO ALEM DO PRAZO DE INATIVIDADE; SO     *
000064* ACEITA CREDITO, QUE REATIVA A CONTA). MSTI-LAST-ACTIVITY E A   *
000066* DATA (AAAAMMDD) DO ULTIMO MOVIMENTO POSTADO OU DA ULTIMA       *
000068* MANUTENCAO APLICADA NA CONTA.                                  *
000070*----------------------------------------------------------------*
000080* DATA       AUTOR  DESCRICAO                                    *
000090* 2026-08-22 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000104*                   PISO DO SALDO NA POSTAGEM DE DEBITOS:        *
000106*                   DEBITO QUE ROMPA SALDO + LIMITE E            *
000108*                   REJEITADO (MOTIVO 07).                       *
000110* 2026-10-15 EQP    DATA DA ULTIMA ATIVIDADE DA CONTA            *
000112*                   (MSTI-LAST-ACTIVITY) E SITUACAO D=DORMENTE   *
000114*                   (LRECL DE 065 PARA 073).                     *
000116*----------------------------------------------------------------*
000120 01  MASTER-IN-RECORD.
000130     05  MSTI-ACCOUNT            PIC 9(10).
000140     05  MSTI-NAME               PIC X(30).
000150     05  MSTI-STATUS             PIC X(01).
000160     05  MSTI-BALANCE            PIC S9(11)V99.
000170     05  MSTI-LIMIT              PIC 9(09)V99.
000180     05  MSTI-LAST-ACTIVITY      PIC 9(08).
