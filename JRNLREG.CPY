000010******************************************************************
000020* JRNLREG - REGISTRO DO JORNAL DE IMAGENS DO MESTRE (ARQUIVO
000030*           JRNMEST, LRECL 543); UMA LINHA POR OPERACAO FISICA
000040*           SOBRE O CADMEST (G = GRAVACAO, R = REGRAVACAO,
000050*           E = ELIMINACAO), COM AS IMAGENS ANTES E DEPOIS DE
000060*           REG-CADASTRO-MESTRE, PARA A RECUPERACAO AVANTE
000070*           (FORWARD RECOVERY) PELO STMCAD070 A PARTIR DE UMA
000080*           COPIA DE SEGURANCA. CADA REGISTRO E ENCADEADO AO
000090*           ANTERIOR PELA AREA JN-CADEIA (VER CADEREG)
000100******************************************************************
000110* MODIFICATION HISTORY
000120*   02/09/26  MS    COPYBOOK ORIGINAL
000130*   02/09/26  MS    IMAGENS AMPLIADAS PARA 215 BYTES COM OS
000140*                   CAMPOS DE ENTREGA DO MESTRE (LRECL 453)
000150*   15/10/26  MS    IMAGENS AMPLIADAS PARA 225 BYTES COM OS
000160*                   CAMPOS DE CONSENTIMENTO DO MESTRE (LRECL 473,
000170*                   VER JOB STMCADCS)
000180*   15/10/26  MS    INCLUSA JN-CADEIA (SEQUENCIA DA CADEIA, HASH
000190*                   ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO
000200*                   REGISTRO) E AS VISOES DOS DADOS PESSOAIS DE
000210*                   CADA IMAGEM (LRECL 473 -> 543, VER JOB
000220*                   STMCADEN)
000230******************************************************************
000240 01  REG-JORNAL.
000250     02  JN-DATA                       PIC X(08).
000260     02  JN-HORA                       PIC X(08).
000270     02  JN-SEQUENCIA                  PIC 9(06).
000280     02  JN-OPERACAO                   PIC X(01).
000290         88  JN-OP-GRAVACAO            VALUE 'G'.
000300         88  JN-OP-REGRAVACAO          VALUE 'R'.
000310         88  JN-OP-ELIMINACAO          VALUE 'E'.
000320     02  JN-IMAGEM-ANTES               PIC X(225).
000330     02  JN-DADOS-ANTES REDEFINES JN-IMAGEM-ANTES.
000340         03  JN-AN-NOME                PIC X(30).
000350         03  FILLER                    PIC X(60).
000360         03  JN-AN-CPF                 PIC X(11).
000370         03  JN-AN-TELEFONE            PIC X(11).
000380         03  JN-AN-ENDERECO            PIC X(85).
000390         03  FILLER                    PIC X(28).
000400     02  JN-IMAGEM-DEPOIS              PIC X(225).
000410     02  JN-DADOS-DEPOIS REDEFINES JN-IMAGEM-DEPOIS.
000420         03  JN-DP-NOME                PIC X(30).
000430         03  FILLER                    PIC X(60).
000440         03  JN-DP-CPF                 PIC X(11).
000450         03  JN-DP-TELEFONE            PIC X(11).
000460         03  JN-DP-ENDERECO            PIC X(85).
000470         03  FILLER                    PIC X(28).
000480     02  JN-CADEIA.
000490         03  JN-SEQ-CADEIA             PIC 9(10).
000500         03  JN-HASH-ANTERIOR          PIC X(20).
000510         03  JN-HASH-PESSOAL           PIC X(20).
000520         03  JN-HASH-REGISTRO          PIC X(20).
