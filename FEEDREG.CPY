000010******************************************************************
000020* FEEDREG - REGISTRO DO FEED DE MUDANCAS DO MESTRE PARA OS
000030*           SISTEMAS RECEPTORES (ARQUIVO FEEDMEST, GERACAO POR
000040*           EXECUCAO DO STMCAD045, LRECL 290). HEADER (H) COM O
000050*           NUMERO DO FEED E A DATA DE GERACAO, UM DETALHE (D)
000060*           POR MUDANCA DO JORNAL JRNMEST COM A IMAGEM INTEIRA
000070*           DO CADASTRO (LAYOUT CADMREG) E TRAILER (T) COM AS
000080*           QUANTIDADES POR OPERACAO. OPERACOES DO DETALHE:
000090*           N = NOVO, A = ALTERADO, I = INATIVADO, R = REATIVADO,
000100*           X = EXPURGADO (IMAGEM ANTERIOR A ELIMINACAO) E T =
000110*           E-MAIL TROCADO (IMAGEM COM O E-MAIL NOVO E O
000120*           ANTERIOR EM FD-EMAIL-ANTERIOR)
000130******************************************************************
000140* MODIFICATION HISTORY
000150*   15/10/26  MS    COPYBOOK ORIGINAL
000160******************************************************************
000170 01  REG-FEED.
000180     02  FD-TIPO-REG                   PIC X(01).
000190         88  FD-HEADER                 VALUE 'H'.
000200         88  FD-DETALHE                VALUE 'D'.
000210         88  FD-TRAILER                VALUE 'T'.
000220     02  FD-NUMERO-FEED                PIC 9(06).
000230     02  FD-CORPO                      PIC X(283).
000240     02  FD-CORPO-HEADER REDEFINES FD-CORPO.
000250         03  FD-HDR-DATA-GERACAO       PIC X(08).
000260         03  FD-HDR-HORA-GERACAO       PIC X(08).
000270         03  FD-HDR-REENVIO            PIC X(01).
000280         03  FILLER                    PIC X(266).
000290     02  FD-CORPO-DETALHE REDEFINES FD-CORPO.
000300         03  FD-OPERACAO               PIC X(01).
000310             88  FD-OP-NOVO            VALUE 'N'.
000320             88  FD-OP-ALTERADO        VALUE 'A'.
000330             88  FD-OP-INATIVADO       VALUE 'I'.
000340             88  FD-OP-REATIVADO       VALUE 'R'.
000350             88  FD-OP-EXPURGADO       VALUE 'X'.
000360             88  FD-OP-TROCA-EMAIL     VALUE 'T'.
000370         03  FD-DATA-MUDANCA           PIC X(08).
000380         03  FD-HORA-MUDANCA           PIC X(08).
000390         03  FD-EMAIL-ANTERIOR         PIC X(30).
000400         03  FD-IMAGEM                 PIC X(225).
000410         03  FILLER                    PIC X(11).
000420     02  FD-CORPO-TRAILER REDEFINES FD-CORPO.
000430         03  FD-TRL-QTD-DETALHES       PIC 9(08).
000440         03  FD-TRL-QTD-NOVOS          PIC 9(08).
000450         03  FD-TRL-QTD-ALTERADOS      PIC 9(08).
000460         03  FD-TRL-QTD-INATIVADOS     PIC 9(08).
000470         03  FD-TRL-QTD-REATIVADOS     PIC 9(08).
000480         03  FD-TRL-QTD-EXPURGADOS     PIC 9(08).
000490         03  FD-TRL-QTD-TROCAS         PIC 9(08).
000500         03  FILLER                    PIC X(227).
