000010******************************************************************
000020* CADEREG - REGISTRO DO CONTROLE DA CADEIA DE HASH DA TRILHA DE
000030*           AUDITORIA E DO JORNAL DE IMAGENS (ARQUIVO CADEIA, VSAM
000040*           KSDS, CHAVE CD-CHAVE, LRECL 80). UM REGISTRO POR
000050*           ARQUIVO ENCADEADO ('AUDITLOG' E 'JRNMEST '), COM A
000060*           SEQUENCIA E O HASH DO ULTIMO REGISTRO GRAVADO. TODO
000070*           GRAVADOR (STMCAD010, STMCAD025, STMCAD060 E AS
000080*           TRANSACOES CD5A E CD5S) LE O REGISTRO, ENCADEIA O
000090*           REGISTRO NOVO E REGRAVA O CONTROLE LOGO APOS A
000100*           GRAVACAO; O STMCAD016 CONFERE O FIM DE CADA ARQUIVO
000110*           CONTRA O CONTROLE (TRUNCAMENTO OU ACRESCIMO).
000120*           CALCULO DO HASH (20 DIGITOS, DUAS METADES DE 10):
000130*           PARA CADA BYTE B (VALOR BINARIO 0 A 255) NA POSICAO I
000140*           DA AREA, H1 = (H1 * 257 + B + 1) MOD 2147483647 E
000150*           H2 = (H2 * 263 + B + I) MOD 999999937, PARTINDO DE
000160*           ZERO. O HASH PESSOAL E CALCULADO SOBRE OS DADOS
000170*           PESSOAIS DO REGISTRO (274 BYTES: NOME 30, CPF 11,
000180*           TELEFONE 11 E ENDERECO 85 DE CADA IMAGEM DO JORNAL,
000190*           OU SO DA PRIMEIRA NA AUDITORIA, SEGUNDA EM BRANCO) E
000200*           O HASH DO REGISTRO SOBRE HASH ANTERIOR (20) +
000210*           SEQUENCIA (10) + HASH PESSOAL (20) + REGISTRO SEM A
000220*           AREA DA CADEIA E COM OS DADOS PESSOAIS EM BRANCO (CPF
000230*           DA AUDITORIA ZERADO), COMPLETADO COM BRANCOS ATE 473
000240*           BYTES. ASSIM A ANONIMIZACAO (STMCAD086) NAO ROMPE A
000250*           CADEIA: O REGISTRO ANONIMIZADO PERDE SO A CONFERENCIA
000260*           DO HASH PESSOAL. O PRIMEIRO REGISTRO ENCADEADO TEM
000270*           SEQUENCIA 1 E HASH ANTERIOR ZERADO; OS REGISTROS
000280*           ANTERIORES AO ENCADEAMENTO TEM SEQUENCIA ZERO E HASHES
000290*           EM BRANCO (CONVERSAO DO JOB STMCADEN)
000300******************************************************************
000310* MODIFICATION HISTORY
000320*   15/10/26  MS    COPYBOOK ORIGINAL
000330******************************************************************
000340 01  REG-CADEIA.
000350     02  CD-CHAVE                      PIC X(08).
000360         88  CD-CADEIA-AUDITORIA       VALUE 'AUDITLOG'.
000370         88  CD-CADEIA-JORNAL          VALUE 'JRNMEST '.
000380     02  CD-ULT-SEQUENCIA              PIC 9(10).
000390     02  CD-ULT-HASH                   PIC X(20).
000400     02  CD-DATA-ATUALIZACAO           PIC X(08).
000410     02  CD-HORA-ATUALIZACAO           PIC X(08).
000420     02  CD-PROGRAMA                   PIC X(09).
000430     02  FILLER                        PIC X(17).
