000010*----------------------------------------------------------------*
000020* CALEND                                                         *
000030*----------------------------------------------------------------*
000040* CALENDARIO DE DIAS UTEIS DA CADEIA: UM REGISTRO POR DIA        *
000050* CORRIDO, EM ORDEM CRESCENTE E SEM LACUNAS (O ANO INTEIRO E     *
000060* GERADO DE UMA VEZ PELO CALMANT). CAL-DAY-STATUS U=DIA UTIL,    *
000070* F=FECHADO. O MOTIVO (CAL-REASON) DIZ POR QUE O DIA TEM A       *
000080* SITUACAO ATUAL: S=SABADO OU DOMINGO, F=FERIADO,                *
000090* E=FECHAMENTO EXTRAORDINARIO, A=ABERTURA EXTRAORDINARIA (DIA    *
000100* QUE SERIA FECHADO E FOI ABERTO), BRANCO=DIA UTIL NORMAL.       *
000110* CAL-WEEKDAY 1=DOMINGO ... 7=SABADO. A ULTIMA ALTERACAO DO DIA  *
000120* FICA EM CAL-UPD-DATE/CAL-UPD-USER.                             *
000130* CONSULTADO PELA CADEIA SO VIA CALDIA (COPY CALPRM).            *
000140*----------------------------------------------------------------*
000150* DATA       AUTOR  DESCRICAO                                    *
000160* 2026-10-15 EQP    VERSAO INICIAL.                              *
000170*----------------------------------------------------------------*
000180 01  CALENDAR-RECORD.
000190     05  CAL-DATE                PIC 9(08).
000200     05  FILLER                  PIC X(01).
000210     05  CAL-WEEKDAY             PIC 9(01).
000220         88  CAL-SUNDAY                  VALUE 1.
000230         88  CAL-SATURDAY                VALUE 7.
000240     05  FILLER                  PIC X(01).
000250     05  CAL-DAY-STATUS          PIC X(01).
000260         88  CAL-BUSINESS-DAY            VALUE 'U'.
000270         88  CAL-CLOSED-DAY              VALUE 'F'.
000280     05  FILLER                  PIC X(01).
000290     05  CAL-REASON              PIC X(01).
000300         88  CAL-REASON-WEEKEND          VALUE 'S'.
000310         88  CAL-REASON-HOLIDAY          VALUE 'F'.
000320         88  CAL-REASON-EXTRA-CLOSE      VALUE 'E'.
000330         88  CAL-REASON-EXTRA-OPEN       VALUE 'A'.
000340     05  FILLER                  PIC X(01).
000350     05  CAL-DESCRIPTION         PIC X(30).
000360     05  FILLER                  PIC X(01).
000370     05  CAL-UPD-DATE            PIC 9(08).
000380     05  FILLER                  PIC X(01).
000390     05  CAL-UPD-USER            PIC X(08).
