000010******************************************************************
000020* CADMREG - REGISTRO DO MESTRE DE CADASTRO (ARQUIVO CADMEST,
000030*           VSAM KSDS, CHAVE CM-EMAIL, LRECL 225)
000040******************************************************************
000050* MODIFICATION HISTORY
000060*   22/08/26  MS    LAYOUT EXTRAIDO DE STMCAD010 PARA USO COMUM
000158*                   CM-DATA-DEVOLUCAO, MARCADOS PELO STMCAD025
000159*                   A PARTIR DO ARQUIVO DIARIO DE DEVOLUCOES;
000160*                   LRECL 206 -> 215
000162*   15/10/26  MS    INCLUSOS CM-CONSENTIMENTO (S=OPT-IN,
000163*                   N=OPT-OUT, BRANCO=SEM REGISTRO),
000164*                   CM-CANAL-CONSENTIMENTO (B=BUREAU, C=BALCAO
000165*                   CD55, T=PEDIDO DO TITULAR) E
000166*                   CM-DATA-CONSENTIMENTO: ESTADO VIGENTE DO
000167*                   CONSENTIMENTO DE MALA DIRETA, HISTORICO NO
000168*                   CONSHIST; LRECL 215 -> 225 (JOB STMCADCS)
000169******************************************************************
000170 01  REG-CADASTRO-MESTRE.
000180     02  CM-NOME                       PIC A(30).
000190     02  CM-IDADE                      PIC 9(02).
000370         88  CM-ENTREGAVEL             VALUE 'E'.
000380         88  CM-DEVOLVIDO              VALUE 'D'.
000390     02  CM-DATA-DEVOLUCAO             PIC 9(08).
000400     02  CM-CONSENTIMENTO              PIC X(01).
000410         88  CM-CONSENTE               VALUE 'S'.
000420         88  CM-NAO-CONSENTE           VALUE 'N'.
000430     02  CM-CANAL-CONSENTIMENTO        PIC X(01).
000440         88  CM-CANAL-BUREAU           VALUE 'B'.
000450         88  CM-CANAL-BALCAO           VALUE 'C'.
000460         88  CM-CANAL-TITULAR          VALUE 'T'.
000470     02  CM-DATA-CONSENTIMENTO         PIC 9(08).
