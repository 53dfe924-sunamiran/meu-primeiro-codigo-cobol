000010*----------------------------------------------------------------*
000020* SUSCAS                                                         *
000030*----------------------------------------------------------------*
000040* ARQUIVO DE CASOS DA MONITORACAO DE ATIVIDADE SUSPEITA          *
000050* (S003-PROC3), EM LAYOUT FIXO PARA A FERRAMENTA DA AREA DE      *
000060* COMPLIANCE - UM REGISTRO POR REGRA DISPARADA POR CONTA NO DIA. *
000070* REGRAS (CAS-RULE):                                             *
000080*   ES = ESTRUTURACAO: VARIOS MOVIMENTOS LOGO ABAIXO DO VALOR DE *
000090*        GRANDE MONTANTE (QUANTIDADE E SOMA DOS MOVIMENTOS NA    *
000100*        FAIXA; REFERENCIA = QUANTIDADE MINIMA E VALOR LIMITE)   *
000110*   QA = QUANTIDADE DIARIA ATIPICA PARA A CONTA (REFERENCIA =    *
000120*        MEDIA HISTORICA DE QUANTIDADE E DE VOLUME)              *
000130*   VA = VOLUME DIARIO ATIPICO PARA A CONTA (REFERENCIA = MEDIA  *
000140*        HISTORICA DE QUANTIDADE E DE VOLUME)                    *
000150*   ER = ENTRADA E SAIDA RAPIDA: CREDITO GRANDE E DEBITOS QUASE  *
000160*        IGUAIS NO MESMO DIA (QUANTIDADE E SOMA DOS DEBITOS;     *
000170*        REFERENCIA = MAIOR CREDITO DO DIA)                      *
000180*----------------------------------------------------------------*
000190* DATA       AUTOR  DESCRICAO                                    *
000200* 2026-10-15 EQP    VERSAO INICIAL.                              *
000210*----------------------------------------------------------------*
000220 01  SUSCAS-RECORD.
000230     05  CAS-RUN-ID              PIC X(18).
000240     05  CAS-BUSINESS-DATE       PIC 9(08).
000250     05  CAS-ACCOUNT             PIC 9(10).
000260     05  CAS-RULE                PIC X(02).
000270     05  CAS-COUNT               PIC 9(05).
000280     05  CAS-AMOUNT              PIC 9(11)V99.
000290     05  CAS-REF-COUNT           PIC 9(05)V99.
000300     05  CAS-REF-AMOUNT          PIC 9(11)V99.
000310     05  CAS-RULE-DESC           PIC X(30).
