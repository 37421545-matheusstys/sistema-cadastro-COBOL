000010******************************************************************
000020* ORIGTAB - ORIGENS DE CAPTACAO DAS TRANSACOES DO CADASTRO
000030*           (TR-ORIGEM, AU-ORIGEM, RJ-ORIGEM E BYTE 10 DO HEADER
000040*           DE SEGMENTO DO TRANCAP):
000050*           B = BUREAU (ARQUIVO TRANCAP; HEADER COM BYTE 10 EM
000060*               BRANCO TAMBEM E BUREAU),
000070*           C = BALCAO (CAPTACAO ONLINE CD55/STMCAD065 E DECISOES
000080*               DO SUPERVISOR NO CD5S),
000090*           R = RH (ARQUIVO CSV DO SISTEMA DE RH, STMCAD003),
000100*           M = MANUTENCAO (PROGRAMAS DE MANUTENCAO: STMCAD025,
000110*               STMCAD060, CORRECAO ONLINE CD5A E DUPLICIDADES
000120*               REAPRESENTADAS DO STMCAD090),
000130*           BRANCO = SEM ORIGEM (REGISTROS ANTERIORES A ORIGEM).
000140*           O PROGRAMA MOVE O CODIGO PARA OG-CODIGO, TESTA AS
000150*           CONDICOES E TOMA O NOME DA ORIGEM EM OG-NOME, NA
000160*           ORDEM ACIMA (A 5A POSICAO E A SEM ORIGEM)
000170******************************************************************
000180* MODIFICATION HISTORY
000190*   15/10/26  MS    COPYBOOK ORIGINAL
000200******************************************************************
000210 01  TABELA-ORIGEM.
000220     02  OG-CODIGO                     PIC X(01) VALUE SPACES.
000230         88  OG-BUREAU                 VALUE 'B'.
000240         88  OG-BALCAO                 VALUE 'C'.
000250         88  OG-RH                     VALUE 'R'.
000260         88  OG-MANUTENCAO             VALUE 'M'.
000270         88  OG-SEM-ORIGEM             VALUE SPACES.
000280         88  OG-VALIDA                 VALUE 'B' 'C' 'R' 'M'.
000290     02  OG-NOMES.
000300         03  FILLER                    PIC X(12)
000310                                       VALUE 'BUREAU      '.
000320         03  FILLER                    PIC X(12)
000330                                       VALUE 'BALCAO CD55 '.
000340         03  FILLER                    PIC X(12)
000350                                       VALUE 'RH          '.
000360         03  FILLER                    PIC X(12)
000370                                       VALUE 'MANUTENCAO  '.
000380         03  FILLER                    PIC X(12)
000390                                       VALUE 'SEM ORIGEM  '.
000400     02  OG-TABELA REDEFINES OG-NOMES.
000410         03  OG-NOME                   PIC X(12) OCCURS 5 TIMES.
