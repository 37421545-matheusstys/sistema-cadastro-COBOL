000010******************************************************************
000020* EXPGREG - REGISTRO DA RELACAO DE CADASTROS EXPURGADOS (ARQUIVO
000030*           EXPURGOS, GERACAO POR EXECUCAO DO STMCAD060, LRECL
000040*           57); UMA LINHA POR CADASTRO ELIMINADO FISICAMENTE
000050*           APOS A RETENCAO, EM ORDEM DE E-MAIL, INSUMO DA
000060*           ANONIMIZACAO POS-EXPURGO (STMCAD086)
000070******************************************************************
000080* MODIFICATION HISTORY
000090*   15/10/26  MS    COPYBOOK ORIGINAL
000100******************************************************************
000110 01  REG-EXPURGO.
000120     02  XP-EMAIL                      PIC X(30).
000130     02  XP-CPF                        PIC 9(11).
000140     02  XP-DATA-INATIVACAO            PIC 9(08).
000150     02  XP-DATA-EXPURGO               PIC X(08).
