000230*----------------------------------------------------------------*
000240* DATA       AUTOR  DESCRICAO                                    *
000250* 2026-09-02 EQP    VERSAO INICIAL.                              *
000253* 2026-10-15 EQP    LAYOUT DO MSTROUT COM A DATA DA ULTIMA       *
000256*                   ATIVIDADE DA CONTA (MSTO-LAST-ACTIVITY).     *
000260*----------------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000530     05  MSTO-STATUS             PIC X(01).
000540     05  MSTO-BALANCE            PIC S9(11)V99.
000550     05  MSTO-LIMIT              PIC 9(09)V99.
000555     05  MSTO-LAST-ACTIVITY      PIC 9(08).
000560
000570 FD  DETAIL-FILE.
000580     COPY MOVDET.
