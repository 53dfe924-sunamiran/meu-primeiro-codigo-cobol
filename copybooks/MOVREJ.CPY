000030*----------------------------------------------------------------*
000040* MOVIMENTO REJEITADO COM CODIGO E DESCRICAO DO MOTIVO - GRAVADO *
000050* PELA VALIDACAO (S001-PROC1, MOTIVOS 01-04) E PELA POSTAGEM     *
000060* (S002-PROC2, MOTIVOS 05-07). DEMAIS MOTIVOS:                   *
000061*   08 = MOVIMENTO DUPLICADO (VALIDACAO, S001-PROC1)             *
000062*   09 = DEBITO EM CONTA DORMENTE (POSTAGEM, S002-PROC2)         *
000063*   10 = DATA EM DIA NAO UTIL (VALIDACAO, S001-PROC1)            *
000064* REJ-CTR-ACCOUNT LEVA A CONTA CONTRAPARTIDA DA TRANSFERENCIA    *
000065* (TIPO 'TR', REJEITADA COM AS DUAS PERNAS); EM BRANCO NOS       *
000066* DEMAIS TIPOS.                                                  *
000067* REJ-ADJ-REF E A REFERENCIA DE DISPUTA DO AJUSTE MANUAL, EM     *
000068* BRANCO NOS DEMAIS MOVIMENTOS.                                  *
000070*----------------------------------------------------------------*
000080* DATA       AUTOR  DESCRICAO                                    *
000090* 2026-08-22 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000100*                   PARA USO PELOS SUBPROGRAMAS DE ETAPA.        *
000103* 2026-10-15 EQP    CONTA CONTRAPARTIDA DA TRANSFERENCIA ENTRE   *
000106*                   CONTAS (LRECL DE 063 PARA 073).              *
000107* 2026-10-15 EQP    REFERENCIA DE DISPUTA DO AJUSTE MANUAL       *
000108*                   (LRECL DE 073 PARA 085).                     *
000110*----------------------------------------------------------------*
000120 01  REJECT-RECORD.
000130     05  REJ-ACCOUNT             PIC X(10).
000160     05  REJ-DATE                PIC X(08).
000170     05  REJ-REASON-CODE         PIC X(02).
000180     05  REJ-REASON-DESC         PIC X(30).
000190     05  REJ-CTR-ACCOUNT         PIC X(10).
000200     05  REJ-ADJ-REF             PIC X(12).
