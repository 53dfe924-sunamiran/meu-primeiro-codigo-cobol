000070* (S002-PROC4) E LIDO PELO REPARO E FUSAO DO MOVIMENTO          *
000080* (S001-PROC0), QUE REAPRESENTA O ITEM NA CADEIA DO DIA          *
000090* SEGUINTE OU O BAIXA APOS O LIMITE DE REAPRESENTACOES.         *
000093* RCY-CTR-ACCOUNT E A CONTA CONTRAPARTIDA DA TRANSFERENCIA (TIPO *
000096* 'TR'), EM BRANCO NOS DEMAIS TIPOS.                             *
000097* RCY-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE MANUAL, QUE    *
000098* ACOMPANHA O ITEM NA REAPRESENTACAO; EM BRANCO NOS DEMAIS.      *
000100*----------------------------------------------------------------*
000110* DATA       AUTOR  DESCRICAO                                    *
000120* 2026-09-02 EQP    VERSAO INICIAL - SUBSISTEMA DE RECICLAGEM    *
000130*                   DE REJEITADOS.                               *
000133* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000136*                   CONTAS (LRECL DE 053 PARA 063).              *
000137* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000138*                   (LRECL DE 063 PARA 075).                     *
000140*----------------------------------------------------------------*
000150 01  RECYCLE-RECORD.
000160     05  RCY-ACCOUNT             PIC X(10).
000200     05  RCY-REASON-CODE         PIC X(02).
000210     05  RCY-RUN-ID              PIC X(18).
000220     05  RCY-RESUBMIT-COUNT      PIC 9(02).
000230     05  RCY-CTR-ACCOUNT         PIC X(10).
000240     05  RCY-ADJ-REF             PIC X(12).
