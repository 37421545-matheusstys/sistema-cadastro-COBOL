000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    GERACAO DO JOB DE ANONIMIZACAO DAS GERACOES DO
000070*             AUDHIST E DE REJEITOS (JOB STMCAD86). LE A
000080*             LISTAGEM DO CATALOGO (LISTCAT LEVEL ... ALL DE
000090*             CADA BASE DE GDG, DDS LSTAUD E LSTREJ) E, PARA CADA
000100*             GERACAO CATALOGADA (ENTRADA NONVSAM DO NIVEL COM
000110*             QUALIFICADOR FINAL GNNNNVNN), GRAVA NO DD JOBGER UM
000120*             PASSO DO STMCAD086 COM O NOME ABSOLUTO DA GERACAO
000130*             E A DATA DE CRIACAO DELA (CREATION, CONVERTIDA PARA
000140*             AAAAMMDD), QUE DATA OS REJEITOS SEM DATA EFETIVA.
000150*             OUTRO ARQUIVO DO MESMO NIVEL E IGNORADO. O JOBGER
000160*             E UM ARQUIVO DE TRABALHO, SUBMETIDO NA LEITORA
000170*             INTERNA PELO PASSO SEGUINTE SO COM RC 0, PARA QUE
000180*             UM JOB INCOMPLETO NUNCA SEJA SUBMETIDO. O TEXTO DO
000190*             JOB VEM DO ESQUELETO (DD ESQUELET): AS LINHAS ATE
000200*             //*PASSO SAO GRAVADAS UMA VEZ (CARTAO JOB E PASSOS
000210*             INICIAIS) E AS SEGUINTES UMA VEZ POR GERACAO,
000220*             TROCANDO &PASSO PELO NOME DO PASSO (AH0001...,
000230*             RJ0001...), &DSN PELO NOME DA GERACAO, &TIPO POR
000240*             AUD OU REJ E &DATA PELA DATA DE CRIACAO. SEM
000250*             NENHUMA GERACAO O JOBGER FICA VAZIO (NENHUM JOB E
000260*             SUBMETIDO). RC 8 = LISTAGEM SEM BASE DE GDG, DATA DE
000270*             CRIACAO INVALIDA, ESQUELETO INVALIDO OU PASSOS
000280*             DEMAIS PARA UM JOB (NADA E SUBMETIDO), RC 16 = ERRO
000290*             FATAL DE E/S.
000300* TECTONICS.  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330*   15/10/26  MS    PROGRAMA ORIGINAL
000340*   15/10/26  MS    LISTAGEM POR NIVEL (LISTCAT LEVEL) E MARCA
000350*                   &DATA COM A DATA DE CRIACAO DA GERACAO, PARA
000360*                   O STMCAD086 DATAR OS REJEITOS; MAIS DE UMA
000370*                   MARCA POR LINHA DO MODELO
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. STMCAD087.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ARQ-LISTA-AUDHIST ASSIGN TO LSTAUD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS GA-FS-LISTA.
000470     SELECT ARQ-LISTA-REJEITOS ASSIGN TO LSTREJ
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS GA-FS-LISTA.
000500     SELECT ARQ-ESQUELETO ASSIGN TO ESQUELET
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS GA-FS-ESQUELETO.
000530     SELECT ARQ-JOB ASSIGN TO JOBGER
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS GA-FS-JOB.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARQ-LISTA-AUDHIST
000590     RECORDING MODE IS F.
000600 01  REG-LISTA-AUDHIST                 PIC X(121).
000610 FD  ARQ-LISTA-REJEITOS
000620     RECORDING MODE IS F.
000630 01  REG-LISTA-REJEITOS                PIC X(121).
000640 FD  ARQ-ESQUELETO
000650     RECORDING MODE IS F.
000660 01  REG-ESQUELETO                     PIC X(80).
000670 FD  ARQ-JOB
000680     RECORDING MODE IS F.
000690 01  REG-JOB                           PIC X(80).
000700 WORKING-STORAGE SECTION.
000710
000720 01  GA-SWITCHES.
000730     02  GA-SW-FIM-ARQUIVO             PIC X(01) VALUE 'N'.
000740         88  FIM-ARQUIVO               VALUE 'S'.
000750     02  GA-SW-SEPARADOR               PIC X(01) VALUE 'N'.
000760         88  SEPARADOR-ACHADO          VALUE 'S'.
000770     02  GA-SW-BASE                    PIC X(01) VALUE 'N'.
000780         88  BASE-ACHADA               VALUE 'S'.
000790     02  GA-SW-CABECALHO               PIC X(01) VALUE 'N'.
000800         88  CABECALHO-GRAVADO         VALUE 'S'.
000810     02  GA-SW-GERACAO                 PIC X(01) VALUE 'N'.
000820         88  GERACAO-PENDENTE          VALUE 'S'.
000830     02  GA-SW-TIPO                    PIC X(03) VALUE SPACES.
000840         88  TIPO-AUDITORIA            VALUE 'AUD'.
000850         88  TIPO-REJEITOS             VALUE 'REJ'.
000860
000870 01  GA-FS-LISTA                       PIC X(02) VALUE '00'.
000880 01  GA-FS-ESQUELETO                   PIC X(02) VALUE '00'.
000890 01  GA-FS-JOB                         PIC X(02) VALUE '00'.
000900
000910*-----------------------------------------------------------------
000920* ESQUELETO DO JOB: CABECALHO (GRAVADO UMA VEZ) E MODELO DO PASSO
000930* (GRAVADO UMA VEZ POR GERACAO)
000940*-----------------------------------------------------------------
000950 01  TABELA-CABECALHO.
000960     02  TC-LINHA OCCURS 50 TIMES      PIC X(80).
000970
000980 01  TABELA-PASSO.
000990     02  TP-LINHA OCCURS 30 TIMES      PIC X(80).
001000
001010*-----------------------------------------------------------------
001020* LINHA CORRENTE DA LISTAGEM DO CATALOGO E NOME DA GERACAO
001030*-----------------------------------------------------------------
001040 01  GA-LINHA-LISTA                    PIC X(121) VALUE SPACES.
001050 01  GA-ANTES-MARCA                    PIC X(121) VALUE SPACES.
001060 01  GA-APOS-MARCA                     PIC X(121) VALUE SPACES.
001070 01  GA-DSN                            PIC X(44) VALUE SPACES.
001080
001090*-----------------------------------------------------------------
001100* DATA DE CRIACAO DA GERACAO (AAAAMMDD, CONVERTIDA DO AAAA.DDD DA
001110* LISTAGEM) E DIAS DO ANO ANTES DE CADA MES (ANO NAO BISSEXTO)
001120*-----------------------------------------------------------------
001130 01  GA-DATA-CRIACAO.
001140     02  GA-CRIACAO-ANO                PIC 9(04) VALUE ZEROS.
001150     02  GA-CRIACAO-MES                PIC 9(02) VALUE ZEROS.
001160     02  GA-CRIACAO-DIA                PIC 9(02) VALUE ZEROS.
001170
001180 01  TABELA-DIAS-ACUMULADOS.
001190     02  FILLER                        PIC X(36)
001200         VALUE '000031059090120151181212243273304334'.
001210 01  FILLER REDEFINES TABELA-DIAS-ACUMULADOS.
001220     02  TD-ACUMULADO OCCURS 12 TIMES  PIC 9(03).
001230
001240*-----------------------------------------------------------------
001250* TROCA DAS MARCAS &PASSO, &DSN, &TIPO E &DATA NA LINHA DO MODELO
001260*-----------------------------------------------------------------
001270 01  GA-LINHA-MODELO                   PIC X(80) VALUE SPACES.
001280 01  GA-PARTE-1                        PIC X(80) VALUE SPACES.
001290 01  GA-MARCA                          PIC X(06) VALUE SPACES.
001300 01  GA-LINHA-SAIDA                    PIC X(80) VALUE SPACES.
001310
001320 01  GA-NOME-PASSO.
001330     02  GA-PREFIXO-PASSO              PIC X(02) VALUE SPACES.
001340     02  GA-NUMERO-PASSO               PIC 9(04) VALUE ZEROS.
001350
001360 77  GA-QTD-CABECALHO                  PIC 9(04) COMP VALUE ZEROS.
001370 77  GA-QTD-MODELO                     PIC 9(04) COMP VALUE ZEROS.
001380 77  GA-SUB                            PIC 9(04) COMP VALUE ZEROS.
001390 77  GA-TAM-LINHA                      PIC 9(04) COMP VALUE ZEROS.
001400 77  GA-TAM-1                          PIC 9(04) COMP VALUE ZEROS.
001410 77  GA-TAM-2                          PIC 9(04) COMP VALUE ZEROS.
001420 77  GA-POS-RESTO                      PIC 9(04) COMP VALUE ZEROS.
001430 77  GA-PONTEIRO                       PIC 9(04) COMP VALUE ZEROS.
001440 77  GA-QTD-MARCAS                     PIC 9(04) COMP VALUE ZEROS.
001450 77  GA-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001460 77  GA-FS-ERRO                        PIC X(02) VALUE SPACES.
001470 77  GA-TAM-DSN                        PIC 9(04) COMP VALUE ZEROS.
001480 77  GA-POS-QUALIF                     PIC 9(04) COMP VALUE ZEROS.
001490 77  GA-DIA-DO-ANO                     PIC 9(03) VALUE ZEROS.
001500 77  GA-INICIO-MES                     PIC 9(03) VALUE ZEROS.
001510 77  GA-DIA-BISSEXTO                   PIC 9(01) VALUE ZEROS.
001520 77  GA-MES                            PIC 9(02) COMP VALUE ZEROS.
001530 77  GA-QUOCIENTE                      PIC 9(04) COMP VALUE ZEROS.
001540 77  GA-RESTO-4                        PIC 9(04) COMP VALUE ZEROS.
001550 77  GA-RESTO-100                      PIC 9(04) COMP VALUE ZEROS.
001560 77  GA-RESTO-400                      PIC 9(04) COMP VALUE ZEROS.
001570
001580 01  GA-CONTADORES.
001590     02  GA-QTD-LIDOS-LISTA            PIC 9(06) VALUE ZEROS.
001600     02  GA-QTD-GERACOES-AUD           PIC 9(04) VALUE ZEROS.
001610     02  GA-QTD-GERACOES-REJ           PIC 9(04) VALUE ZEROS.
001620     02  GA-QTD-PASSOS                 PIC 9(04) VALUE ZEROS.
001630     02  GA-QTD-GRAVADOS               PIC 9(06) VALUE ZEROS.
001640
001650*-----------------------------------------------------------------
001660* LIMITE DE PASSOS POR JOB (255 NO JES, MENOS OS PASSOS INICIAIS
001670* DO ESQUELETO)
001680*-----------------------------------------------------------------
001690 77  GA-LIMITE-PASSOS                  PIC 9(04) VALUE 250.
001700
001710 PROCEDURE DIVISION.
001720*-----------------------------------------------------------------
001730* 0000-MAINLINE - CARREGA O ESQUELETO E GERA UM PASSO POR
001740* GERACAO DO AUDHIST E DE REJEITOS
001750*-----------------------------------------------------------------
001760 0000-MAINLINE.
001770
001780     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001790
001800     PERFORM 2000-LISTA-AUDHIST THRU 2000-EXIT.
001810
001820     PERFORM 3000-LISTA-REJEITOS THRU 3000-EXIT.
001830
001840     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001850
001860     STOP RUN.
001870*-----------------------------------------------------------------
001880* 1000-INICIALIZACAO - CARREGA O ESQUELETO DO JOB E ABRE O DD DE
001890* SAIDA
001900*-----------------------------------------------------------------
001910 1000-INICIALIZACAO.
001920
001930     DISPLAY '**********************************************'
001940     DISPLAY '   GERACAO DO JOB DE ANONIMIZACAO DOS GDG     '
001950     DISPLAY '**********************************************'
001960
001970     OPEN INPUT ARQ-ESQUELETO.
001980
001990     IF GA-FS-ESQUELETO NOT = '00'
002000         MOVE 'ESQUELET' TO GA-ARQUIVO-ERRO
002010         MOVE GA-FS-ESQUELETO TO GA-FS-ERRO
002020         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002030     END-IF.
002040
002050     MOVE 'N' TO GA-SW-FIM-ARQUIVO
002060
002070     PERFORM 1100-CARREGA-ESQUELETO THRU 1100-EXIT
002080         UNTIL FIM-ARQUIVO.
002090
002100     CLOSE ARQ-ESQUELETO.
002110
002120     IF NOT SEPARADOR-ACHADO
002130         OR GA-QTD-MODELO = 0
002140         DISPLAY '**********************************************'
002150         DISPLAY '  ERRO - ESQUELETO SEM A LINHA //*PASSO OU SEM '
002160         DISPLAY '  O MODELO DO PASSO - NADA FOI SUBMETIDO      '
002170         DISPLAY '**********************************************'
002180         MOVE 8 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210
002220     OPEN OUTPUT ARQ-JOB.
002230
002240     IF GA-FS-JOB NOT = '00'
002250         MOVE 'JOBGER  ' TO GA-ARQUIVO-ERRO
002260         MOVE GA-FS-JOB TO GA-FS-ERRO
002270         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002280     END-IF.
002290
002300 1000-EXIT.
002310     EXIT.
002320*-----------------------------------------------------------------
002330* 1100-CARREGA-ESQUELETO - LE A PROXIMA LINHA DO ESQUELETO E A
002340* GUARDA NO CABECALHO (ANTES DE //*PASSO) OU NO MODELO DO PASSO
002350* (DEPOIS); A PROPRIA LINHA //*PASSO NAO E GUARDADA
002360*-----------------------------------------------------------------
002370 1100-CARREGA-ESQUELETO.
002380
002390     READ ARQ-ESQUELETO
002400         AT END
002410             SET FIM-ARQUIVO TO TRUE
002420             GO TO 1100-EXIT
002430     END-READ
002440
002450     IF GA-FS-ESQUELETO NOT = '00'
002460         MOVE 'ESQUELET' TO GA-ARQUIVO-ERRO
002470         MOVE GA-FS-ESQUELETO TO GA-FS-ERRO
002480         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002490     END-IF
002500
002510     IF REG-ESQUELETO(1:8) = '//*PASSO'
002520         AND NOT SEPARADOR-ACHADO
002530         SET SEPARADOR-ACHADO TO TRUE
002540         GO TO 1100-EXIT
002550     END-IF
002560
002570     IF SEPARADOR-ACHADO
002580         IF GA-QTD-MODELO NOT < 30
002590             MOVE 'ESQUELET' TO GA-ARQUIVO-ERRO
002600             PERFORM 9810-ESQUELETO-GRANDE THRU 9810-EXIT
002610         END-IF
002620         ADD 1 TO GA-QTD-MODELO
002630         MOVE REG-ESQUELETO TO TP-LINHA(GA-QTD-MODELO)
002640     ELSE
002650         IF GA-QTD-CABECALHO NOT < 50
002660             MOVE 'ESQUELET' TO GA-ARQUIVO-ERRO
002670             PERFORM 9810-ESQUELETO-GRANDE THRU 9810-EXIT
002680         END-IF
002690         ADD 1 TO GA-QTD-CABECALHO
002700         MOVE REG-ESQUELETO TO TC-LINHA(GA-QTD-CABECALHO)
002710     END-IF.
002720
002730 1100-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760* 2000-LISTA-AUDHIST - PERCORRE A LISTAGEM DO CATALOGO DO AUDHIST
002770* GERANDO UM PASSO (TIPO AUD) POR GERACAO
002780*-----------------------------------------------------------------
002790 2000-LISTA-AUDHIST.
002800
002810     OPEN INPUT ARQ-LISTA-AUDHIST.
002820
002830     IF GA-FS-LISTA NOT = '00'
002840         MOVE 'LSTAUD  ' TO GA-ARQUIVO-ERRO
002850         MOVE GA-FS-LISTA TO GA-FS-ERRO
002860         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002870     END-IF.
002880
002890     MOVE 'AUD' TO GA-SW-TIPO
002900     MOVE 'AH'  TO GA-PREFIXO-PASSO
002910     MOVE ZEROS TO GA-NUMERO-PASSO
002920     MOVE 'N'   TO GA-SW-BASE
002930     MOVE 'N'   TO GA-SW-GERACAO
002940     MOVE 'N'   TO GA-SW-FIM-ARQUIVO
002950
002960     PERFORM 2100-LE-LISTA-AUDHIST THRU 2100-EXIT
002970         UNTIL FIM-ARQUIVO.
002980
002990     CLOSE ARQ-LISTA-AUDHIST.
003000
003010     IF GERACAO-PENDENTE
003020         PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
003030     END-IF.
003040
003050     IF NOT BASE-ACHADA
003060         MOVE 'LSTAUD  ' TO GA-ARQUIVO-ERRO
003070         PERFORM 9800-LISTA-SEM-BASE THRU 9800-EXIT
003080     END-IF.
003090
003100 2000-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 2100-LE-LISTA-AUDHIST - LE A PROXIMA LINHA DA LISTAGEM DO
003140* AUDHIST E A EXAMINA
003150*-----------------------------------------------------------------
003160 2100-LE-LISTA-AUDHIST.
003170
003180     READ ARQ-LISTA-AUDHIST
003190         AT END
003200             SET FIM-ARQUIVO TO TRUE
003210             GO TO 2100-EXIT
003220     END-READ
003230
003240     IF GA-FS-LISTA NOT = '00'
003250         MOVE 'LSTAUD  ' TO GA-ARQUIVO-ERRO
003260         MOVE GA-FS-LISTA TO GA-FS-ERRO
003270         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003280     END-IF
003290
003300     MOVE REG-LISTA-AUDHIST TO GA-LINHA-LISTA
003310
003320     PERFORM 4000-EXAMINA-LINHA THRU 4000-EXIT.
003330
003340 2100-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 3000-LISTA-REJEITOS - PERCORRE A LISTAGEM DO CATALOGO DE
003380* REJEITOS GERANDO UM PASSO (TIPO REJ) POR GERACAO
003390*-----------------------------------------------------------------
003400 3000-LISTA-REJEITOS.
003410
003420     OPEN INPUT ARQ-LISTA-REJEITOS.
003430
003440     IF GA-FS-LISTA NOT = '00'
003450         MOVE 'LSTREJ  ' TO GA-ARQUIVO-ERRO
003460         MOVE GA-FS-LISTA TO GA-FS-ERRO
003470         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003480     END-IF.
003490
003500     MOVE 'REJ' TO GA-SW-TIPO
003510     MOVE 'RJ'  TO GA-PREFIXO-PASSO
003520     MOVE ZEROS TO GA-NUMERO-PASSO
003530     MOVE 'N'   TO GA-SW-BASE
003540     MOVE 'N'   TO GA-SW-GERACAO
003550     MOVE 'N'   TO GA-SW-FIM-ARQUIVO
003560
003570     PERFORM 3100-LE-LISTA-REJEITOS THRU 3100-EXIT
003580         UNTIL FIM-ARQUIVO.
003590
003600     CLOSE ARQ-LISTA-REJEITOS.
003610
003620     IF GERACAO-PENDENTE
003630         PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
003640     END-IF.
003650
003660     IF NOT BASE-ACHADA
003670         MOVE 'LSTREJ  ' TO GA-ARQUIVO-ERRO
003680         PERFORM 9800-LISTA-SEM-BASE THRU 9800-EXIT
003690     END-IF.
003700
003710 3000-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 3100-LE-LISTA-REJEITOS - LE A PROXIMA LINHA DA LISTAGEM DE
003750* REJEITOS E A EXAMINA
003760*-----------------------------------------------------------------
003770 3100-LE-LISTA-REJEITOS.
003780
003790     READ ARQ-LISTA-REJEITOS
003800         AT END
003810             SET FIM-ARQUIVO TO TRUE
003820             GO TO 3100-EXIT
003830     END-READ
003840
003850     IF GA-FS-LISTA NOT = '00'
003860         MOVE 'LSTREJ  ' TO GA-ARQUIVO-ERRO
003870         MOVE GA-FS-LISTA TO GA-FS-ERRO
003880         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003890     END-IF
003900
003910     MOVE REG-LISTA-REJEITOS TO GA-LINHA-LISTA
003920
003930     PERFORM 4000-EXAMINA-LINHA THRU 4000-EXIT.
003940
003950 3100-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 4000-EXAMINA-LINHA - NA LINHA GDG BASE LIGA BASE-ACHADA; NA
003990* LINHA NONVSAM ------- (CABECALHO DE CADA ENTRADA) GUARDA
004000* O NOME DA GERACAO; NA LINHA CREATION-------- SEGUINTE CONVERTE A
004010* DATA DE CRIACAO DA GERACAO E GERA O PASSO CORRESPONDENTE
004020*-----------------------------------------------------------------
004030 4000-EXAMINA-LINHA.
004040
004050     ADD 1 TO GA-QTD-LIDOS-LISTA
004060
004070     MOVE ZEROS TO GA-QTD-MARCAS
004080     INSPECT GA-LINHA-LISTA TALLYING GA-QTD-MARCAS
004090         FOR ALL 'GDG BASE'
004100
004110     IF GA-QTD-MARCAS > 0
004120         IF GERACAO-PENDENTE
004130             PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
004140         END-IF
004150         SET BASE-ACHADA TO TRUE
004160         GO TO 4000-EXIT
004170     END-IF
004180
004190     MOVE ZEROS TO GA-QTD-MARCAS
004200     INSPECT GA-LINHA-LISTA TALLYING GA-QTD-MARCAS
004210         FOR ALL 'NONVSAM ---'
004220
004230     IF GA-QTD-MARCAS > 0
004240         IF GERACAO-PENDENTE
004250             PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
004260         END-IF
004270         PERFORM 4100-SEPARA-GERACAO THRU 4100-EXIT
004280         GO TO 4000-EXIT
004290     END-IF
004300
004310     IF NOT GERACAO-PENDENTE
004320         GO TO 4000-EXIT
004330     END-IF
004340
004350     MOVE ZEROS TO GA-QTD-MARCAS
004360     INSPECT GA-LINHA-LISTA TALLYING GA-QTD-MARCAS
004370         FOR ALL 'CREATION--------'
004380
004390     IF GA-QTD-MARCAS = 0
004400         GO TO 4000-EXIT
004410     END-IF
004420
004430     MOVE 'N' TO GA-SW-GERACAO
004440
004450     PERFORM 4200-DATA-CRIACAO THRU 4200-EXIT
004460
004470     PERFORM 5000-GERA-PASSO THRU 5000-EXIT.
004480
004490 4000-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 4100-SEPARA-GERACAO - SEPARA O NOME DA ENTRADA NONVSAM E LIGA
004530* GERACAO-PENDENTE QUANDO O ULTIMO QUALIFICADOR E DE GERACAO
004540* (GNNNNVNN); OUTRO ARQUIVO DO MESMO NIVEL E IGNORADO
004550*-----------------------------------------------------------------
004560 4100-SEPARA-GERACAO.
004570
004580     MOVE SPACES TO GA-ANTES-MARCA GA-APOS-MARCA GA-DSN
004590
004600     UNSTRING GA-LINHA-LISTA DELIMITED BY 'NONVSAM '
004610         INTO GA-ANTES-MARCA GA-APOS-MARCA
004620     END-UNSTRING
004630
004640     INSPECT GA-APOS-MARCA REPLACING LEADING '-' BY SPACE
004650
004660     UNSTRING GA-APOS-MARCA DELIMITED BY ALL SPACE
004670         INTO GA-ANTES-MARCA GA-DSN
004680     END-UNSTRING
004690
004700     MOVE 44 TO GA-TAM-DSN
004710
004720     PERFORM 4110-RECUA-DSN THRU 4110-EXIT
004730         UNTIL GA-TAM-DSN = 0
004740            OR GA-DSN(GA-TAM-DSN:1) NOT = SPACE
004750
004760     IF GA-TAM-DSN < 10
004770         GO TO 4100-EXIT
004780     END-IF
004790
004800     SUBTRACT 8 FROM GA-TAM-DSN GIVING GA-POS-QUALIF
004810
004820     IF GA-DSN(GA-POS-QUALIF:2) = '.G'
004830         AND GA-DSN(GA-POS-QUALIF + 2:4) IS NUMERIC
004840         AND GA-DSN(GA-POS-QUALIF + 6:1) = 'V'
004850         AND GA-DSN(GA-POS-QUALIF + 7:2) IS NUMERIC
004860         SET GERACAO-PENDENTE TO TRUE
004870     ELSE
004880         DISPLAY '| IGNORADO (NAO E GERACAO): ' GA-DSN
004890     END-IF.
004900
004910 4100-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940* 4110-RECUA-DSN - RECUA UMA POSICAO NO FIM DO NOME DA GERACAO
004950*-----------------------------------------------------------------
004960 4110-RECUA-DSN.
004970
004980     SUBTRACT 1 FROM GA-TAM-DSN.
004990
005000 4110-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 4200-DATA-CRIACAO - CONVERTE A DATA DE CRIACAO DA GERACAO
005040* (AAAA.DDD, DIA DO ANO) PARA AAAAMMDD EM GA-DATA-CRIACAO; DATA
005050* INVALIDA ENCERRA COM CODIGO DE RETORNO 8
005060*-----------------------------------------------------------------
005070 4200-DATA-CRIACAO.
005080
005090     MOVE SPACES TO GA-ANTES-MARCA GA-APOS-MARCA
005100
005110     UNSTRING GA-LINHA-LISTA DELIMITED BY 'CREATION--------'
005120         INTO GA-ANTES-MARCA GA-APOS-MARCA
005130     END-UNSTRING
005140
005150     IF GA-APOS-MARCA(1:4) IS NOT NUMERIC
005160         OR GA-APOS-MARCA(5:1) NOT = '.'
005170         OR GA-APOS-MARCA(6:3) IS NOT NUMERIC
005180         PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
005190     END-IF
005200
005210     MOVE GA-APOS-MARCA(1:4) TO GA-CRIACAO-ANO
005220     MOVE GA-APOS-MARCA(6:3) TO GA-DIA-DO-ANO
005230
005240     DIVIDE GA-CRIACAO-ANO BY 4
005250         GIVING GA-QUOCIENTE REMAINDER GA-RESTO-4
005260     DIVIDE GA-CRIACAO-ANO BY 100
005270         GIVING GA-QUOCIENTE REMAINDER GA-RESTO-100
005280     DIVIDE GA-CRIACAO-ANO BY 400
005290         GIVING GA-QUOCIENTE REMAINDER GA-RESTO-400
005300
005310     IF GA-RESTO-400 = 0
005320         OR (GA-RESTO-4 = 0 AND GA-RESTO-100 NOT = 0)
005330         MOVE 1 TO GA-DIA-BISSEXTO
005340     ELSE
005350         MOVE 0 TO GA-DIA-BISSEXTO
005360     END-IF
005370
005380     IF GA-CRIACAO-ANO = 0
005390         OR GA-DIA-DO-ANO = 0
005400         OR GA-DIA-DO-ANO > 365 + GA-DIA-BISSEXTO
005410         PERFORM 9820-CRIACAO-INVALIDA THRU 9820-EXIT
005420     END-IF
005430
005440     MOVE 13  TO GA-MES
005450     MOVE 999 TO GA-INICIO-MES
005460
005470     PERFORM 4210-RECUA-MES THRU 4210-EXIT
005480         UNTIL GA-DIA-DO-ANO > GA-INICIO-MES
005490
005500     MOVE GA-MES TO GA-CRIACAO-MES
005510     SUBTRACT GA-INICIO-MES FROM GA-DIA-DO-ANO
005520         GIVING GA-CRIACAO-DIA.
005530
005540 4200-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570* 4210-RECUA-MES - RECUA UM MES E CALCULA QUANTOS DIAS DO ANO HA
005580* ANTES DELE (MAIS UM APOS FEVEREIRO NO ANO BISSEXTO)
005590*-----------------------------------------------------------------
005600 4210-RECUA-MES.
005610
005620     SUBTRACT 1 FROM GA-MES
005630
005640     MOVE TD-ACUMULADO(GA-MES) TO GA-INICIO-MES
005650
005660     IF GA-MES > 2
005670         ADD GA-DIA-BISSEXTO TO GA-INICIO-MES
005680     END-IF.
005690
005700 4210-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------------
005730* 5000-GERA-PASSO - GRAVA O CABECALHO DO JOB NA PRIMEIRA GERACAO
005740* E O MODELO DO PASSO COM AS MARCAS TROCADAS PELA GERACAO
005750* CORRENTE
005760*-----------------------------------------------------------------
005770 5000-GERA-PASSO.
005780
005790     IF GA-QTD-PASSOS NOT < GA-LIMITE-PASSOS
005800         CLOSE ARQ-JOB
005810         DISPLAY '**********************************************'
005820         DISPLAY '  ERRO - MAIS DE ' GA-LIMITE-PASSOS
005830                 ' GERACOES PARA UM SO JOB'
005840         DISPLAY '  NADA FOI SUBMETIDO                           '
005850         DISPLAY '**********************************************'
005860         MOVE 8 TO RETURN-CODE
005870         STOP RUN
005880     END-IF
005890
005900     IF NOT CABECALHO-GRAVADO
005910         PERFORM 5100-GRAVA-CABECALHO THRU 5100-EXIT
005920             VARYING GA-SUB FROM 1 BY 1
005930             UNTIL GA-SUB > GA-QTD-CABECALHO
005940         SET CABECALHO-GRAVADO TO TRUE
005950     END-IF
005960
005970     ADD 1 TO GA-QTD-PASSOS
005980     ADD 1 TO GA-NUMERO-PASSO
005990
006000     IF TIPO-AUDITORIA
006010         ADD 1 TO GA-QTD-GERACOES-AUD
006020     ELSE
006030         ADD 1 TO GA-QTD-GERACOES-REJ
006040     END-IF
006050
006060     DISPLAY '| ' GA-NOME-PASSO ' ' GA-SW-TIPO ' ' GA-DSN
006070
006080     PERFORM 5200-GRAVA-MODELO THRU 5200-EXIT
006090         VARYING GA-SUB FROM 1 BY 1
006100         UNTIL GA-SUB > GA-QTD-MODELO.
006110
006120 5000-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* 5100-GRAVA-CABECALHO - GRAVA UMA LINHA DO CABECALHO DO JOB
006160*-----------------------------------------------------------------
006170 5100-GRAVA-CABECALHO.
006180
006190     MOVE TC-LINHA(GA-SUB) TO GA-LINHA-SAIDA
006200
006210     PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
006220
006230 5100-EXIT.
006240     EXIT.
006250*-----------------------------------------------------------------
006260* 5200-GRAVA-MODELO - TROCA AS MARCAS (&PASSO, &DSN, &TIPO E
006270* &DATA) DA LINHA CORRENTE DO MODELO, UMA A UMA, E A GRAVA
006280*-----------------------------------------------------------------
006290 5200-GRAVA-MODELO.
006300
006310     MOVE TP-LINHA(GA-SUB) TO GA-LINHA-MODELO
006320     MOVE 'X' TO GA-MARCA
006330
006340     PERFORM 5220-TROCA-MARCA THRU 5220-EXIT
006350         UNTIL GA-MARCA = SPACES
006360
006370     MOVE GA-LINHA-MODELO TO GA-LINHA-SAIDA
006380
006390     PERFORM 7000-GRAVA-LINHA THRU 7000-EXIT.
006400
006410 5200-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 5210-RECUA-BRANCO - RECUA UMA POSICAO NO FIM DA LINHA DO MODELO
006450*-----------------------------------------------------------------
006460 5210-RECUA-BRANCO.
006470
006480     SUBTRACT 1 FROM GA-TAM-LINHA.
006490
006500 5210-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530* 5220-TROCA-MARCA - TROCA A PRIMEIRA MARCA DA LINHA DO MODELO
006540* PELO VALOR DA GERACAO CORRENTE; SEM MARCA, GA-MARCA VOLTA EM
006550* BRANCO
006560*-----------------------------------------------------------------
006570 5220-TROCA-MARCA.
006580
006590     MOVE SPACES TO GA-MARCA
006600
006610     MOVE 80 TO GA-TAM-LINHA
006620
006630     PERFORM 5210-RECUA-BRANCO THRU 5210-EXIT
006640         UNTIL GA-TAM-LINHA = 0
006650            OR GA-LINHA-MODELO(GA-TAM-LINHA:1) NOT = SPACE
006660
006670     IF GA-TAM-LINHA = 0
006680         GO TO 5220-EXIT
006690     END-IF
006700
006710     MOVE SPACES TO GA-PARTE-1
006720     MOVE ZEROS  TO GA-TAM-1 GA-TAM-2
006730     MOVE 1      TO GA-POS-RESTO
006740
006750     UNSTRING GA-LINHA-MODELO(1:GA-TAM-LINHA)
006760         DELIMITED BY '&PASSO' OR '&DSN' OR '&TIPO' OR '&DATA'
006770         INTO GA-PARTE-1 DELIMITER IN GA-MARCA COUNT IN GA-TAM-1
006780         WITH POINTER GA-POS-RESTO
006790     END-UNSTRING
006800
006810     IF GA-MARCA = SPACES
006820         GO TO 5220-EXIT
006830     END-IF
006840
006850*    O RESTO DA LINHA APOS A MARCA VAI INTEIRO, COM AS MARCAS
006860*    SEGUINTES, PARA A PROXIMA TROCA
006870     IF GA-POS-RESTO NOT > GA-TAM-LINHA
006880         SUBTRACT GA-POS-RESTO FROM GA-TAM-LINHA GIVING GA-TAM-2
006890         ADD 1 TO GA-TAM-2
006900     END-IF
006910
006920     MOVE SPACES TO GA-LINHA-SAIDA
006930     MOVE 1 TO GA-PONTEIRO
006940
006950     IF GA-TAM-1 > 0
006960         STRING GA-PARTE-1(1:GA-TAM-1) DELIMITED BY SIZE
006970             INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
006980         END-STRING
006990     END-IF
007000
007010     EVALUATE GA-MARCA
007020         WHEN '&PASSO'
007030             STRING GA-NOME-PASSO DELIMITED BY SIZE
007040                 INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
007050             END-STRING
007060         WHEN '&DSN'
007070             STRING GA-DSN DELIMITED BY SPACE
007080                 INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
007090             END-STRING
007100         WHEN '&TIPO'
007110             STRING GA-SW-TIPO DELIMITED BY SIZE
007120                 INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
007130             END-STRING
007140         WHEN '&DATA'
007150             STRING GA-DATA-CRIACAO DELIMITED BY SIZE
007160                 INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
007170             END-STRING
007180     END-EVALUATE
007190
007200     IF GA-TAM-2 > 0
007210         STRING GA-LINHA-MODELO(GA-POS-RESTO:GA-TAM-2)
007220             DELIMITED BY SIZE
007230             INTO GA-LINHA-SAIDA WITH POINTER GA-PONTEIRO
007240             ON OVERFLOW
007250                 MOVE 'JOBGER  ' TO GA-ARQUIVO-ERRO
007260                 PERFORM 9810-ESQUELETO-GRANDE THRU 9810-EXIT
007270         END-STRING
007280     END-IF
007290
007300     MOVE GA-LINHA-SAIDA TO GA-LINHA-MODELO.
007310
007320 5220-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------------
007350* 7000-GRAVA-LINHA - GRAVA GA-LINHA-SAIDA NO JOB GERADO
007360*-----------------------------------------------------------------
007370 7000-GRAVA-LINHA.
007380
007390     WRITE REG-JOB FROM GA-LINHA-SAIDA
007400
007410     IF GA-FS-JOB NOT = '00'
007420         MOVE 'JOBGER  ' TO GA-ARQUIVO-ERRO
007430         MOVE GA-FS-JOB TO GA-FS-ERRO
007440         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007450     END-IF
007460
007470     ADD 1 TO GA-QTD-GRAVADOS.
007480
007490 7000-EXIT.
007500     EXIT.
007510*-----------------------------------------------------------------
007520* 8000-FINALIZACAO - FECHA O JOB GERADO E EXIBE OS TOTAIS NO
007530* CONSOLE
007540*-----------------------------------------------------------------
007550 8000-FINALIZACAO.
007560
007570     CLOSE ARQ-JOB
007580
007590     DISPLAY ' '
007600     DISPLAY '**********************************************'
007610     DISPLAY '   GERACAO DO JOB DE ANONIMIZACAO - FIM       '
007620     DISPLAY '**********************************************'
007630     DISPLAY '| LINHAS DO CATALOGO ....: ' GA-QTD-LIDOS-LISTA
007640     DISPLAY '| GERACOES DO AUDHIST ...: ' GA-QTD-GERACOES-AUD
007650     DISPLAY '| GERACOES DE REJEITOS ..: ' GA-QTD-GERACOES-REJ
007660     DISPLAY '| PASSOS GERADOS ........: ' GA-QTD-PASSOS
007670     DISPLAY '| LINHAS GRAVADAS .......: ' GA-QTD-GRAVADOS
007680
007690     IF GA-QTD-PASSOS = 0
007700         DISPLAY '| NENHUMA GERACAO CATALOGADA - NADA SUBMETIDO'
007710     END-IF
007720
007730     DISPLAY '**********************************************'.
007740
007750 8000-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 9800-LISTA-SEM-BASE - A LISTAGEM DO CATALOGO NAO TRAZ A BASE DO
007790* GDG (LISTCAT COM ERRO OU DD TROCADO): ENCERRA COM CODIGO DE
007800* RETORNO 8 SEM SUBMETER NADA
007810*-----------------------------------------------------------------
007820 9800-LISTA-SEM-BASE.
007830
007840     CLOSE ARQ-JOB
007850
007860     DISPLAY '**********************************************'
007870     DISPLAY '  ERRO - LISTAGEM SEM GDG BASE NO DD '
007880             GA-ARQUIVO-ERRO
007890     DISPLAY '  NADA FOI SUBMETIDO                           '
007900     DISPLAY '**********************************************'
007910
007920     MOVE 8 TO RETURN-CODE
007930
007940     STOP RUN.
007950
007960 9800-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990* 9810-ESQUELETO-GRANDE - ESQUELETO COM LINHAS DEMAIS OU LINHA
008000* QUE PASSA DE 80 POSICOES COM A TROCA DA MARCA: ENCERRA COM
008010* CODIGO DE RETORNO 8
008020*-----------------------------------------------------------------
008030 9810-ESQUELETO-GRANDE.
008040
008050     DISPLAY '**********************************************'
008060     DISPLAY '  ERRO - ESQUELETO INVALIDO (DD ' GA-ARQUIVO-ERRO
008070             ')'
008080     DISPLAY '  CABECALHO ATE 50 LINHAS, PASSO ATE 30 LINHAS '
008090     DISPLAY '  E LINHA ATE 80 POSICOES COM A MARCA TROCADA  '
008100     DISPLAY '**********************************************'
008110
008120     MOVE 8 TO RETURN-CODE
008130
008140     STOP RUN.
008150
008160 9810-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------------
008190* 9820-CRIACAO-INVALIDA - A LISTAGEM NAO TRAZ UMA DATA DE CRIACAO
008200* VALIDA (AAAA.DDD) PARA A GERACAO ANTES DA ENTRADA SEGUINTE OU DO
008210* FIM: ENCERRA COM CODIGO DE RETORNO 8 SEM SUBMETER NADA
008220*-----------------------------------------------------------------
008230 9820-CRIACAO-INVALIDA.
008240
008250     CLOSE ARQ-JOB
008260
008270     DISPLAY '**********************************************'
008280     DISPLAY '  ERRO - GERACAO SEM DATA DE CRIACAO VALIDA    '
008290     DISPLAY '  GERACAO: ' GA-DSN
008300     DISPLAY '  NADA FOI SUBMETIDO                           '
008310     DISPLAY '**********************************************'
008320
008330     MOVE 8 TO RETURN-CODE
008340
008350     STOP RUN.
008360
008370 9820-EXIT.
008380     EXIT.
008390*-----------------------------------------------------------------
008400* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DO ERRO
008410* DE E/S E ENCERRA COM CODIGO DE RETORNO 16
008420*-----------------------------------------------------------------
008430 9900-ERRO-FATAL-ES.
008440
008450     DISPLAY '**********************************************'
008460     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' GA-ARQUIVO-ERRO
008470     DISPLAY '  FILE STATUS: ' GA-FS-ERRO
008480     DISPLAY '**********************************************'
008490
008500     MOVE 16 TO RETURN-CODE
008510
008520     STOP RUN.
008530
008540 9900-EXIT.
008550     EXIT.
008560 END PROGRAM STMCAD087.
