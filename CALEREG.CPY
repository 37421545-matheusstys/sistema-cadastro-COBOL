000010******************************************************************
000020* CALEREG - REGISTRO DO CALENDARIO DE NEGOCIO DO CADASTRO
000030*           (ARQUIVO CALENDAR, LRECL 80, MANTIDO PELA OPERACAO).
000040*           DIA UTIL E SEGUNDA A SEXTA QUE NAO CONSTA COMO
000050*           FERIADO (TIPO F), MAIS OS DIAS UTEIS EXTRAS (TIPO U,
000060*           EX.: SABADO COM EXPEDIENTE). O REGISTRO DE PARAMETROS
000070*           (TIPO P, UNICO) TRAZ O PRAZO DE RETENCAO DOS INATIVOS
000080*           EM MESES E A HORA DE VIRADA (ABERTURA ANTES DESSA
000090*           HORA PERTENCE AO DIA ANTERIOR). LINHA COM * NA COLUNA
000100*           1 E COMENTARIO. LIDO PELO STMCAD001
000110******************************************************************
000120* MODIFICATION HISTORY
000130*   15/10/26  MS    COPYBOOK ORIGINAL
000140******************************************************************
000150 01  REG-CALENDARIO.
000160     02  CL-TIPO                       PIC X(01).
000170         88  CL-PARAMETROS             VALUE 'P'.
000180         88  CL-FERIADO                VALUE 'F'.
000190         88  CL-DIA-UTIL-EXTRA         VALUE 'U'.
000200         88  CL-COMENTARIO             VALUE '*'.
000210     02  FILLER                        PIC X(01).
000220     02  CL-DADOS                      PIC X(78).
000230     02  CL-DADOS-DIA REDEFINES CL-DADOS.
000240         03  CL-DATA                   PIC X(08).
000250         03  FILLER                    PIC X(01).
000260         03  CL-DESCRICAO              PIC X(30).
000270         03  FILLER                    PIC X(39).
000280     02  CL-DADOS-PARAMETROS REDEFINES CL-DADOS.
000290         03  CL-ROTULO-RETENCAO        PIC X(09).
000300         03  CL-RETENCAO-MESES         PIC X(03).
000310         03  FILLER                    PIC X(01).
000320         03  CL-ROTULO-VIRADA          PIC X(07).
000330         03  CL-HORA-VIRADA            PIC X(04).
000340         03  FILLER                    PIC X(54).
