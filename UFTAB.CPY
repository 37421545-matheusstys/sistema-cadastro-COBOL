000010******************************************************************
000020* UFTAB - SIGLAS DAS UNIDADES DA FEDERACAO VALIDAS (26 ESTADOS E
000030*         O DISTRITO FEDERAL). O PROGRAMA MOVE A UF A CONFERIR
000040*         PARA UF-SIGLA E TESTA A CONDICAO UF-VALIDA
000050******************************************************************
000060* MODIFICATION HISTORY
000070*   15/10/26  MS    COPYBOOK ORIGINAL
000080******************************************************************
000090 01  TABELA-UF.
000100     02  UF-SIGLA                      PIC X(02) VALUE SPACES.
000110         88  UF-VALIDA                 VALUE 'AC' 'AL' 'AM' 'AP'
000120                                             'BA' 'CE' 'DF' 'ES'
000130                                             'GO' 'MA' 'MG' 'MS'
000140                                             'MT' 'PA' 'PB' 'PE'
000150                                             'PI' 'PR' 'RJ' 'RN'
000160                                             'RO' 'RR' 'RS' 'SC'
000170                                             'SE' 'SP' 'TO'.
