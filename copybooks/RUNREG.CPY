000010*----------------------------------------------------------------*
000020* RUNREG                                                         *
000030*----------------------------------------------------------------*
000040* REGISTRO ACUMULATIVO DE EXECUCOES DO PROGRA01 (RUNREG) - UMA   *
000050* LINHA POR EXECUCAO COM IDENTIFICADOR, DATA-MOVIMENTO, CARIMBOS *
000060* DE INICIO/FIM, RC FINAL E TIPO (N=NORMAL, R=RETOMADA POR       *
000070* CHECKPOINT, P=PARCIAL VIA START-AT). O PROGRA01 ACRESCENTA A   *
000080* LINHA COM OS CAMPOS DE ESTORNO EM BRANCO; O ESTORNO DE         *
000090* EXECUCAO (RUNBKO) MARCA RR-REVERSAL-FLAG = 'E' COM O CARIMBO E *
000100* O OPERADOR DO ESTORNO. EXECUCAO ESTORNADA NAO CONTA NA         *
000110* CONFERENCIA DE DUPLICIDADE NEM NA DO DIA UTIL ANTERIOR.        *
000120*----------------------------------------------------------------*
000130* DATA       AUTOR  DESCRICAO                                    *
000140* 2026-10-15 EQP    VERSAO INICIAL - LAYOUT EXTRAIDO DO PROGRA01 *
000150*                   PARA O MSTRCHK E O RUNBKO; MARCA DE ESTORNO  *
000160*                   (LRECL DE 066 PARA 093).                     *
000170*----------------------------------------------------------------*
000180 01  RUN-REG-RECORD.
000190     05  RR-RUN-ID               PIC X(18).
000200     05  FILLER                  PIC X(01).
000210     05  RR-BUSINESS-DATE        PIC 9(08).
000220     05  FILLER                  PIC X(01).
000230     05  RR-START-TS             PIC X(15).
000240     05  FILLER                  PIC X(01).
000250     05  RR-END-TS               PIC X(15).
000260     05  FILLER                  PIC X(01).
000270     05  RR-RETURN-CODE          PIC 9(04).
000280     05  FILLER                  PIC X(01).
000290     05  RR-RUN-TYPE             PIC X(01).
000300         88  RR-TYPE-NORMAL          VALUE 'N'.
000310         88  RR-TYPE-RESTART         VALUE 'R'.
000320         88  RR-TYPE-PARTIAL         VALUE 'P'.
000330     05  FILLER                  PIC X(01).
000340     05  RR-REVERSAL-FLAG        PIC X(01).
000350         88  RR-REVERSED             VALUE 'E'.
000360     05  FILLER                  PIC X(01).
000370     05  RR-REVERSAL-TS          PIC X(15).
000380     05  FILLER                  PIC X(01).
000390     05  RR-REVERSED-BY          PIC X(08).
