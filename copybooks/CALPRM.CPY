000010*----------------------------------------------------------------*
000020* CALPRM                                                         *
000030*----------------------------------------------------------------*
000040* AREA DE COMUNICACAO COM O CALDIA (CONSULTA AO CALENDARIO DE    *
000050* DIAS UTEIS, DD CALEND). FUNCOES (CALP-FUNCTION):               *
000060*   VE - SITUACAO DE CALP-DATE-IN (DEVOLVIDA EM CALP-DATE-OUT);  *
000070*   AN - DIA UTIL ANTERIOR, ESTRITAMENTE ANTES DE CALP-DATE-IN;  *
000080*   PR - PROXIMO DIA UTIL A PARTIR DE CALP-DATE-IN, INCLUSIVE (A *
000090*        PROPRIA DATA QUANDO JA E DIA UTIL).                     *
000100* CALP-DAY-STATUS/CALP-DESCRIPTION DEVOLVEM A SITUACAO E A       *
000110* DESCRICAO DE CALP-DATE-IN NO CALENDARIO.                       *
000120* CALP-RETURN-CODE: 00=OK, 04=DATA (OU O DIA UTIL PROCURADO) FORA*
000130* DO PERIODO DO CALENDARIO, 16=CALENDARIO INDISPONIVEL OU        *
000140* INCONSISTENTE (ARQUIVO AUSENTE, ILEGIVEL OU FORA DE ORDEM).    *
000150*----------------------------------------------------------------*
000160* DATA       AUTOR  DESCRICAO                                    *
000170* 2026-10-15 EQP    VERSAO INICIAL.                              *
000180*----------------------------------------------------------------*
000190 01  CALENDAR-PARM-AREA.
000200     05  CALP-FUNCTION           PIC X(02).
000210         88  CALP-VERIFY                 VALUE 'VE'.
000220         88  CALP-PREVIOUS               VALUE 'AN'.
000230         88  CALP-NEXT                   VALUE 'PR'.
000240     05  CALP-DATE-IN            PIC 9(08).
000250     05  CALP-DATE-OUT           PIC 9(08).
000260     05  CALP-DAY-STATUS         PIC X(01).
000270         88  CALP-BUSINESS-DAY           VALUE 'U'.
000280         88  CALP-CLOSED-DAY             VALUE 'F'.
000290     05  CALP-DESCRIPTION        PIC X(30).
000300     05  CALP-RETURN-CODE        PIC 9(02).
000310         88  CALP-OK                     VALUE 00.
000320         88  CALP-OUT-OF-RANGE           VALUE 04.
000330         88  CALP-UNAVAILABLE            VALUE 16.
