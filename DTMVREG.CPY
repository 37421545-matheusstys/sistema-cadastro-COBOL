000010******************************************************************
000020* DTMVREG - CARTAO DA DATA DE MOVIMENTO DO LOTE (ARQUIVO DATAMOV,
000030*           LRECL 80, UM REGISTRO). GRAVADO PELO STMCAD001 NA
000040*           ABERTURA DO JOB STMCAD01 E LIDO PELOS DEMAIS PASSOS
000050*           NO LUGAR DA DATA DO SISTEMA, PARA QUE O JOB INTEIRO
000060*           PROCESSE NO MESMO DIA DE NEGOCIO MESMO QUANDO PASSA
000070*           DA MEIA-NOITE
000080******************************************************************
000090* MODIFICATION HISTORY
000100*   15/10/26  MS    COPYBOOK ORIGINAL
000110******************************************************************
000120 01  REG-DATA-MOVIMENTO.
000130     02  DM-DATA-MOVIMENTO             PIC X(08).
000140     02  DM-DIA-UTIL                   PIC X(01).
000150         88  DM-E-DIA-UTIL             VALUE 'S'.
000160     02  DM-DATA-UTIL-ANTERIOR         PIC X(08).
000170     02  DM-REPROCESSO                 PIC X(01).
000180         88  DM-E-REPROCESSO           VALUE 'S'.
000190     02  DM-DATA-ABERTURA              PIC X(08).
000200     02  DM-HORA-ABERTURA              PIC X(08).
000210     02  DM-RETENCAO-MESES             PIC 9(03).
000220     02  DM-DATA-CORTE-EXPURGO         PIC X(08).
000230     02  DM-PERIODO-ARQUIVAMENTO       PIC X(06).
000240     02  FILLER                        PIC X(29).
