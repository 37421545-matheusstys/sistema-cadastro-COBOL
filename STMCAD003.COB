000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    CONVERSAO DO ARQUIVO CSV DO SISTEMA DE RH PARA O
000070*             FORMATO TRANCAP. LE O ARQUIVO DO RH (RHCSV, CAMPOS
000080*             SEPARADOS POR VIRGULA, SEM ASPAS: HDR,DATA; DET,
000090*             TIPO, NOME, NASCIMENTO, E-MAIL, CPF, TELEFONE,
000100*             LOGRADOURO, NUMERO, BAIRRO, CIDADE, UF, CEP, DATA
000110*             EFETIVA; TRL,QUANTIDADE DE DET) E GERA UM SEGMENTO
000120*             TRANCAP (HEADER H + DATA + ORIGEM R, DETALHES,
000130*             TRAILER T + QUANTIDADE) PARA CONCATENACAO COM O
000140*             ARQUIVO DO BUREAU E A CAPTACAO ONLINE NO STEP005 DO
000150*             STMCAD01. CADA LINHA DET E CRITICADA (QUANTIDADE E
000160*             TAMANHO DOS CAMPOS, TIPO I/A/E, NOME, NASCIMENTO,
000170*             E-MAIL, CPF, UF, CEP E DATA EFETIVA, COMO NA
000180*             CRITICA DO STMCAD005); A LINHA COM ERRO NAO SEGUE
000190*             PARA O TRANCAP E VAI PARA A LISTAGEM DE ERROS
000200*             DEVOLVIDA AO RH (RHERROS, CSV COM LINHA, CODIGO,
000210*             DESCRICAO E A LINHA ORIGINAL). HEADER AUSENTE OU
000220*             COM DATA DIFERENTE DA DATA DE MOVIMENTO, TRAILER
000230*             AUSENTE OU QUE NAO BATE COM AS LINHAS DET, OU
000240*             REGISTRO APOS O TRAILER RECUSAM O ARQUIVO INTEIRO:
000250*             O SEGMENTO SAI COM ZERO DETALHES E O MOTIVO VAI
000260*             PARA A LISTAGEM. ARQUIVO VAZIO GERA SEGMENTO COM
000270*             ZERO DETALHES, QUE A CRITICA ACEITA.
000280*             RC 4 = HOUVE LINHA REJEITADA, RC 8 = ARQUIVO
000290*             RECUSADO, RC 16 = ERRO FATAL DE E/S.
000300* TECTONICS.  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330*   15/10/26  MS    PROGRAMA ORIGINAL
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. STMCAD003.
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ARQ-CSV ASSIGN TO RHCSV
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS RC-FS-CSV.
000430     SELECT ARQ-TRANRH ASSIGN TO TRANRH
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS RC-FS-TRANRH.
000460     SELECT ARQ-ERROS ASSIGN TO RHERROS
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RC-FS-ERROS.
000490     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS RC-FS-DATAMOV.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ARQ-CSV
000550     RECORDING MODE IS F.
000560 01  REG-CSV                           PIC X(300).
000570 FD  ARQ-TRANRH
000580     RECORDING MODE IS F.
000590 01  REG-TRANRH                        PIC X(214).
000600 FD  ARQ-ERROS
000610     RECORDING MODE IS F.
000620 01  REG-ERRO                          PIC X(352).
000630 FD  ARQ-DATA-MOVIMENTO
000640     RECORDING MODE IS F.
000650     COPY DTMVREG.
000660 WORKING-STORAGE SECTION.
000670
000680 01  RC-LINHA                          PIC X(300) VALUE SPACES.
000690
000700*-----------------------------------------------------------------
000710* CAMPOS DA LINHA CORRENTE SEPARADOS PELA VIRGULA, COM O TAMANHO
000720* INFORMADO DE CADA UM (A 15A POSICAO SO RECEBE CAMPO EXCEDENTE)
000730*-----------------------------------------------------------------
000740 01  RC-AREA-CAMPOS.
000750     02  RC-CAMPO-ENTRADA OCCURS 15 TIMES.
000760         03  RC-CAMPO                  PIC X(40).
000770         03  RC-TAM-CAMPO              PIC 9(03) COMP.
000780
000790*-----------------------------------------------------------------
000800* TAMANHO MAXIMO DE CADA CAMPO DA LINHA DET (DET, TIPO, NOME,
000810* NASCIMENTO, E-MAIL, CPF, TELEFONE, LOGRADOURO, NUMERO, BAIRRO,
000820* CIDADE, UF, CEP E DATA EFETIVA), PELO LAYOUT TRANREG
000830*-----------------------------------------------------------------
000840 01  RC-TABELA-TAMANHOS.
000850     02  RC-TAMANHOS.
000860         03  FILLER                    PIC X(28)
000870             VALUE '0301300830111130052020020808'.
000880     02  RC-TAB-TAMANHOS REDEFINES RC-TAMANHOS.
000890         03  RC-TAM-MAXIMO             PIC 9(02) OCCURS 14 TIMES.
000900
000910 01  RC-AREA-DETALHE.
000920     02  RC-DET-TIPO                   PIC X(01) VALUE SPACES.
000930         88  RC-DET-INCLUSAO           VALUE 'I'.
000940         88  RC-DET-ALTERACAO          VALUE 'A'.
000950         88  RC-DET-EXCLUSAO           VALUE 'E'.
000960         88  RC-DET-TIPO-VALIDO        VALUE 'I' 'A' 'E'.
000970     02  RC-DET-NOME                   PIC X(30) VALUE SPACES.
000980     02  RC-DET-NASC                   PIC X(08) VALUE SPACES.
000990     02  RC-DET-NASC-R REDEFINES RC-DET-NASC.
001000         03  RC-DET-NASC-ANO           PIC X(04).
001010         03  RC-DET-NASC-MES           PIC X(02).
001020         03  RC-DET-NASC-DIA           PIC X(02).
001030     02  RC-DET-EMAIL                  PIC X(30) VALUE SPACES.
001040     02  RC-DET-CPF                    PIC X(11) VALUE SPACES.
001050     02  RC-DET-TELEFONE               PIC X(11) VALUE SPACES.
001060     02  RC-DET-LOGRADOURO             PIC X(30) VALUE SPACES.
001070     02  RC-DET-NUMERO                 PIC X(05) VALUE SPACES.
001080     02  RC-DET-BAIRRO                 PIC X(20) VALUE SPACES.
001090     02  RC-DET-CIDADE                 PIC X(20) VALUE SPACES.
001100     02  RC-DET-UF                     PIC X(02) VALUE SPACES.
001110     02  RC-DET-CEP                    PIC X(08) VALUE SPACES.
001120     02  RC-DET-EFETIVA                PIC X(08) VALUE SPACES.
001130     02  RC-DET-EFET-R REDEFINES RC-DET-EFETIVA.
001140         03  RC-DET-EFET-ANO           PIC X(04).
001150         03  RC-DET-EFET-MES           PIC X(02).
001160         03  RC-DET-EFET-DIA           PIC X(02).
001170
001180 01  AREA-SEGMENTO.
001190     02  RC-REGISTRO                   PIC X(214) VALUE SPACES.
001200     02  RC-REG-HEADER REDEFINES RC-REGISTRO.
001210         03  RC-HDR-TIPO               PIC X(01).
001220         03  RC-HDR-DATA               PIC X(08).
001230         03  RC-HDR-ORIGEM             PIC X(01).
001240         03  FILLER                    PIC X(204).
001250     02  RC-REG-TRAILER REDEFINES RC-REGISTRO.
001260         03  RC-TRL-TIPO               PIC X(01).
001270         03  RC-TRL-QTD                PIC 9(06).
001280         03  FILLER                    PIC X(207).
001290
001300*-----------------------------------------------------------------
001310* LINHA DA LISTAGEM DE ERROS DEVOLVIDA AO RH (CSV: NUMERO DA
001320* LINHA NO ARQUIVO, CODIGO, DESCRICAO E A LINHA ORIGINAL). OS
001330* CODIGOS Lnn REJEITAM SO A LINHA; OS CODIGOS Ann RECUSAM O
001340* ARQUIVO (LINHA ZERO QUANDO APURADO NO FIM DO ARQUIVO)
001350*-----------------------------------------------------------------
001360 01  RC-LINHA-ERRO.
001370     02  RC-ERR-LINHA                  PIC 9(06).
001380     02  FILLER                        PIC X(01) VALUE ','.
001390     02  RC-ERR-CODIGO                 PIC X(03).
001400     02  FILLER                        PIC X(01) VALUE ','.
001410     02  RC-ERR-DESCRICAO              PIC X(40).
001420     02  FILLER                        PIC X(01) VALUE ','.
001430     02  RC-ERR-CONTEUDO               PIC X(300).
001440
001450 01  RC-DESC-TAMANHO.
001460     02  FILLER                        PIC X(32)
001470         VALUE 'CAMPO MAIOR QUE O LAYOUT: CAMPO '.
001480     02  RC-DESC-CAMPO                 PIC 9(02).
001490     02  FILLER                        PIC X(06) VALUE SPACES.
001500
001510 01  AREA-CPF.
001520     02  RC-CPF-NUMERO                 PIC 9(11) VALUE ZEROS.
001530     02  RC-CPF-DIGITOS REDEFINES RC-CPF-NUMERO.
001540         03  RC-CPF-DIG OCCURS 11 TIMES
001550                                       PIC 9(01).
001560
001570     COPY TRANREG.
001580
001590     COPY UFTAB.
001600
001610     COPY ORIGTAB.
001620
001630 01  RC-SWITCHES.
001640     02  RC-SW-FIM-CSV                 PIC X(01) VALUE 'N'.
001650         88  FIM-CSV                   VALUE 'S'.
001660     02  RC-SW-HEADER-LIDO             PIC X(01) VALUE 'N'.
001670         88  HEADER-LIDO               VALUE 'S'.
001680     02  RC-SW-TRAILER-LIDO            PIC X(01) VALUE 'N'.
001690         88  TRAILER-LIDO              VALUE 'S'.
001700     02  RC-SW-ARQUIVO-RECUSADO        PIC X(01) VALUE 'N'.
001710         88  ARQUIVO-RECUSADO          VALUE 'S'.
001720     02  RC-SW-FALTA-HEADER            PIC X(01) VALUE 'N'.
001730         88  FALTA-HEADER-LISTADA      VALUE 'S'.
001740     02  RC-SW-APOS-TRAILER            PIC X(01) VALUE 'N'.
001750         88  APOS-TRAILER-LISTADO      VALUE 'S'.
001760     02  RC-SW-FIM-LINHA               PIC X(01) VALUE 'N'.
001770         88  FIM-LINHA-ACHADO          VALUE 'S'.
001780     02  RC-SW-CAMPO-LONGO             PIC X(01) VALUE 'N'.
001790         88  CAMPO-LONGO               VALUE 'S'.
001800     02  RC-SW-CPF-VALIDO              PIC X(01) VALUE 'N'.
001810         88  CPF-DIGITOS-VALIDOS       VALUE 'S'.
001820     02  RC-SW-CPF-REPETIDO            PIC X(01) VALUE 'S'.
001830         88  CPF-TODO-REPETIDO         VALUE 'S'.
001840
001850 01  RC-FS-CSV                         PIC X(02) VALUE '00'.
001860 01  RC-FS-TRANRH                      PIC X(02) VALUE '00'.
001870 01  RC-FS-ERROS                       PIC X(02) VALUE '00'.
001880 01  RC-FS-DATAMOV                     PIC X(02) VALUE '00'.
001890
001900 77  RC-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001910 77  RC-TAM-LINHA                      PIC 9(03) COMP VALUE ZEROS.
001920 77  RC-QTD-CAMPOS                     PIC 9(02) COMP VALUE ZEROS.
001930 77  RC-SUB-CAMPO                      PIC 9(02) COMP VALUE ZEROS.
001940 77  RC-NUM-LINHA                      PIC 9(06) VALUE ZEROS.
001950 77  RC-QTD-TRAILER                    PIC 9(06) VALUE ZEROS.
001960 77  RC-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001970 77  RC-FS-ERRO                        PIC X(02) VALUE SPACES.
001980 77  RC-CPF-SOMA                       PIC 9(04) COMP VALUE ZEROS.
001990 77  RC-CPF-SUB                        PIC 9(02) COMP VALUE ZEROS.
002000 77  RC-CPF-LIMITE                     PIC 9(02) COMP VALUE ZEROS.
002010 77  RC-CPF-PESO                       PIC 9(02) COMP VALUE ZEROS.
002020 77  RC-CPF-RESTO                      PIC 9(02) COMP VALUE ZEROS.
002030 77  RC-CPF-DV1                        PIC 9(02) VALUE ZEROS.
002040 77  RC-CPF-DV2                        PIC 9(02) VALUE ZEROS.
002050 77  RC-MINUSCULAS                     PIC X(26)
002060         VALUE 'abcdefghijklmnopqrstuvwxyz'.
002070 77  RC-MAIUSCULAS                     PIC X(26)
002080         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002090
002100 01  RC-CONTADORES.
002110     02  RC-QTD-LIDAS                  PIC 9(06) VALUE ZEROS.
002120     02  RC-QTD-BRANCAS                PIC 9(06) VALUE ZEROS.
002130     02  RC-QTD-DETALHES               PIC 9(06) VALUE ZEROS.
002140     02  RC-QTD-ACEITAS                PIC 9(06) VALUE ZEROS.
002150     02  RC-QTD-REJEITADAS             PIC 9(06) VALUE ZEROS.
002160     02  RC-QTD-ERROS-ARQUIVO          PIC 9(06) VALUE ZEROS.
002170     02  RC-QTD-GRAVADAS               PIC 9(06) VALUE ZEROS.
002180
002190 PROCEDURE DIVISION.
002200*-----------------------------------------------------------------
002210* 0000-MAINLINE - CONTROLA A ABERTURA, O LACO DE CONVERSAO E O
002220* ENCERRAMENTO DO PROGRAMA, COM O CODIGO DE RETORNO DA CONVERSAO
002230*-----------------------------------------------------------------
002240 0000-MAINLINE.
002250
002260     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
002270
002280     PERFORM 2000-PROCESSA-LINHA THRU 2000-EXIT
002290         UNTIL FIM-CSV.
002300
002310     PERFORM 3000-CONFERE-ESTRUTURA THRU 3000-EXIT.
002320
002330     PERFORM 3500-GRAVA-TRAILER THRU 3500-EXIT.
002340
002350     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
002360
002370     PERFORM 9000-RELATORIO-CONVERSAO THRU 9000-EXIT.
002380
002390     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
002400
002410     STOP RUN.
002420*-----------------------------------------------------------------
002430* 1000-INICIALIZACAO - TOMA A DATA DE MOVIMENTO, ABRE OS ARQUIVOS,
002440* GRAVA O HEADER DO SEGMENTO (ORIGEM RH) E FAZ A LEITURA INICIAL
002450* (PRIMING READ) DO ARQUIVO DO RH
002460*-----------------------------------------------------------------
002470 1000-INICIALIZACAO.
002480
002490     DISPLAY '**********************************************'
002500     DISPLAY '     CONVERSAO DO ARQUIVO CSV DO RH           '
002510     DISPLAY '**********************************************'
002520
002530     PERFORM 1100-LE-DATA-MOVIMENTO THRU 1100-EXIT
002540
002550     OPEN INPUT ARQ-CSV.
002560
002570     IF RC-FS-CSV NOT = '00'
002580         MOVE 'RHCSV   ' TO RC-ARQUIVO-ERRO
002590         MOVE RC-FS-CSV TO RC-FS-ERRO
002600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002610     END-IF.
002620
002630     OPEN OUTPUT ARQ-TRANRH.
002640
002650     IF RC-FS-TRANRH NOT = '00'
002660         MOVE 'TRANRH  ' TO RC-ARQUIVO-ERRO
002670         MOVE RC-FS-TRANRH TO RC-FS-ERRO
002680         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002690     END-IF.
002700
002710     OPEN OUTPUT ARQ-ERROS.
002720
002730     IF RC-FS-ERROS NOT = '00'
002740         MOVE 'RHERROS ' TO RC-ARQUIVO-ERRO
002750         MOVE RC-FS-ERROS TO RC-FS-ERRO
002760         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002770     END-IF.
002780
002790     PERFORM 1200-GRAVA-HEADER THRU 1200-EXIT
002800
002810     PERFORM 2900-LER-CSV THRU 2900-EXIT.
002820
002830 1000-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 1100-LE-DATA-MOVIMENTO - TOMA A DATA DO PROCESSAMENTO DO CARTAO
002870* DA DATA DE MOVIMENTO GRAVADO PELO STMCAD001 NA ABERTURA DO JOB
002880*-----------------------------------------------------------------
002890 1100-LE-DATA-MOVIMENTO.
002900
002910     OPEN INPUT ARQ-DATA-MOVIMENTO.
002920
002930     IF RC-FS-DATAMOV = '00'
002940         READ ARQ-DATA-MOVIMENTO
002950             AT END
002960                 MOVE '10' TO RC-FS-DATAMOV
002970         END-READ
002980     END-IF
002990
003000     IF RC-FS-DATAMOV NOT = '00'
003010         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
003020         DISPLAY '**********************************************'
003030         DISPLAY '  ERRO FATAL - DATA DE MOVIMENTO (DATAMOV)     '
003040         DISPLAY '  NAO DISPONIVEL - EXECUTAR O STMCAD001        '
003050         DISPLAY '  FILE STATUS: ' RC-FS-DATAMOV
003060         DISPLAY '**********************************************'
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF
003100
003110     MOVE DM-DATA-MOVIMENTO TO RC-DATA-PROCESSO
003120
003130     CLOSE ARQ-DATA-MOVIMENTO.
003140
003150 1100-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------------
003180* 1200-GRAVA-HEADER - GRAVA O HEADER DO SEGMENTO TRANCAP COM A
003190* DATA DE MOVIMENTO E A ORIGEM R (RH, VER ORIGTAB)
003200*-----------------------------------------------------------------
003210 1200-GRAVA-HEADER.
003220
003230     SET OG-RH TO TRUE
003240
003250     MOVE SPACES           TO RC-REGISTRO
003260     MOVE 'H'              TO RC-HDR-TIPO
003270     MOVE RC-DATA-PROCESSO TO RC-HDR-DATA
003280     MOVE OG-CODIGO        TO RC-HDR-ORIGEM
003290
003300     PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT.
003310
003320 1200-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350* 2000-PROCESSA-LINHA - TRATA A LINHA CORRENTE DO ARQUIVO DO RH E
003360* LE A PROXIMA
003370*-----------------------------------------------------------------
003380 2000-PROCESSA-LINHA.
003390
003400     PERFORM 2100-TRATA-LINHA THRU 2100-EXIT
003410
003420     PERFORM 2900-LER-CSV THRU 2900-EXIT.
003430
003440 2000-EXIT.
003450     EXIT.
003460*-----------------------------------------------------------------
003470* 2100-TRATA-LINHA - IGNORA A LINHA EM BRANCO, SEPARA OS CAMPOS E
003480* CLASSIFICA A LINHA PELO PRIMEIRO CAMPO (HDR, DET OU TRL). O
003490* HEADER TEM DE SER A PRIMEIRA LINHA E NADA PODE SEGUIR O
003500* TRAILER; FORA DISSO O ARQUIVO E RECUSADO
003510*-----------------------------------------------------------------
003520 2100-TRATA-LINHA.
003530
003540     PERFORM 2150-SEPARA-CAMPOS THRU 2150-EXIT
003550
003560     IF RC-TAM-LINHA = 0
003570         ADD 1 TO RC-QTD-BRANCAS
003580         GO TO 2100-EXIT
003590     END-IF
003600
003610     IF TRAILER-LIDO
003620         IF NOT APOS-TRAILER-LISTADO
003630             SET APOS-TRAILER-LISTADO TO TRUE
003640             MOVE 'A08' TO RC-ERR-CODIGO
003650             MOVE 'REGISTRO APOS O TRAILER' TO RC-ERR-DESCRICAO
003660             PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
003670         END-IF
003680         GO TO 2100-EXIT
003690     END-IF
003700
003710     IF NOT HEADER-LIDO
003720         AND RC-CAMPO(1) NOT = 'HDR'
003730         AND NOT FALTA-HEADER-LISTADA
003740         SET FALTA-HEADER-LISTADA TO TRUE
003750         MOVE 'A01' TO RC-ERR-CODIGO
003760         MOVE 'HEADER AUSENTE OU FORA DA PRIMEIRA LINHA'
003770             TO RC-ERR-DESCRICAO
003780         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
003790     END-IF
003800
003810     EVALUATE RC-CAMPO(1)
003820         WHEN 'HDR'
003830             PERFORM 2200-TRATA-HEADER THRU 2200-EXIT
003840         WHEN 'TRL'
003850             PERFORM 2300-TRATA-TRAILER THRU 2300-EXIT
003860         WHEN 'DET'
003870             PERFORM 2400-CRITICA-DETALHE THRU 2400-EXIT
003880         WHEN OTHER
003890             MOVE 'L03' TO RC-ERR-CODIGO
003900             MOVE 'TIPO DE REGISTRO DESCONHECIDO'
003910                 TO RC-ERR-DESCRICAO
003920             PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
003930     END-EVALUATE.
003940
003950 2100-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 2150-SEPARA-CAMPOS - APURA O TAMANHO UTIL DA LINHA (SEM OS
003990* BRANCOS A DIREITA) E SEPARA OS CAMPOS PELA VIRGULA, COM O
004000* TAMANHO DE CADA UM; A VIRGULA NO FIM DA LINHA ABRE UM ULTIMO
004010* CAMPO VAZIO
004020*-----------------------------------------------------------------
004030 2150-SEPARA-CAMPOS.
004040
004050     INITIALIZE RC-AREA-CAMPOS
004060     MOVE ZEROS TO RC-QTD-CAMPOS
004070     MOVE 'N' TO RC-SW-FIM-LINHA
004080     MOVE 300 TO RC-TAM-LINHA
004090
004100     PERFORM 2160-ACHA-FIM-LINHA THRU 2160-EXIT
004110         UNTIL RC-TAM-LINHA = 0
004120            OR FIM-LINHA-ACHADO
004130
004140     IF RC-TAM-LINHA = 0
004150         GO TO 2150-EXIT
004160     END-IF
004170
004180     UNSTRING RC-LINHA(1:RC-TAM-LINHA) DELIMITED BY ','
004190         INTO RC-CAMPO(1)  COUNT IN RC-TAM-CAMPO(1)
004200              RC-CAMPO(2)  COUNT IN RC-TAM-CAMPO(2)
004210              RC-CAMPO(3)  COUNT IN RC-TAM-CAMPO(3)
004220              RC-CAMPO(4)  COUNT IN RC-TAM-CAMPO(4)
004230              RC-CAMPO(5)  COUNT IN RC-TAM-CAMPO(5)
004240              RC-CAMPO(6)  COUNT IN RC-TAM-CAMPO(6)
004250              RC-CAMPO(7)  COUNT IN RC-TAM-CAMPO(7)
004260              RC-CAMPO(8)  COUNT IN RC-TAM-CAMPO(8)
004270              RC-CAMPO(9)  COUNT IN RC-TAM-CAMPO(9)
004280              RC-CAMPO(10) COUNT IN RC-TAM-CAMPO(10)
004290              RC-CAMPO(11) COUNT IN RC-TAM-CAMPO(11)
004300              RC-CAMPO(12) COUNT IN RC-TAM-CAMPO(12)
004310              RC-CAMPO(13) COUNT IN RC-TAM-CAMPO(13)
004320              RC-CAMPO(14) COUNT IN RC-TAM-CAMPO(14)
004330              RC-CAMPO(15) COUNT IN RC-TAM-CAMPO(15)
004340         TALLYING IN RC-QTD-CAMPOS
004350     END-UNSTRING
004360
004370     IF RC-LINHA(RC-TAM-LINHA:1) = ','
004380         AND RC-QTD-CAMPOS < 15
004390         ADD 1 TO RC-QTD-CAMPOS
004400     END-IF.
004410
004420 2150-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450* 2160-ACHA-FIM-LINHA - RECUA UMA POSICAO ENQUANTO A POSICAO
004460* CORRENTE DA LINHA FOR BRANCO
004470*-----------------------------------------------------------------
004480 2160-ACHA-FIM-LINHA.
004490
004500     IF RC-LINHA(RC-TAM-LINHA:1) = SPACE
004510         SUBTRACT 1 FROM RC-TAM-LINHA
004520     ELSE
004530         SET FIM-LINHA-ACHADO TO TRUE
004540     END-IF.
004550
004560 2160-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590* 2200-TRATA-HEADER - CONFERE O HEADER DO RH (HDR,YYYYMMDD): UM SO
004600* HEADER, NA PRIMEIRA LINHA, COM A DATA IGUAL A DATA DE MOVIMENTO
004610*-----------------------------------------------------------------
004620 2200-TRATA-HEADER.
004630
004640     IF HEADER-LIDO
004650         MOVE 'A02' TO RC-ERR-CODIGO
004660         MOVE 'HEADER DUPLICADO' TO RC-ERR-DESCRICAO
004670         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
004680         GO TO 2200-EXIT
004690     END-IF
004700
004710     SET HEADER-LIDO TO TRUE
004720
004730     IF RC-QTD-CAMPOS NOT = 2
004740         OR RC-TAM-CAMPO(2) NOT = 8
004750         OR RC-CAMPO(2)(1:8) IS NOT NUMERIC
004760         MOVE 'A03' TO RC-ERR-CODIGO
004770         MOVE 'DATA DO HEADER INVALIDA' TO RC-ERR-DESCRICAO
004780         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
004790         GO TO 2200-EXIT
004800     END-IF
004810
004820     IF RC-CAMPO(2)(1:8) NOT = RC-DATA-PROCESSO
004830         MOVE 'A04' TO RC-ERR-CODIGO
004840         MOVE 'DATA DO HEADER DIFERE DO MOVIMENTO'
004850             TO RC-ERR-DESCRICAO
004860         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
004870     END-IF.
004880
004890 2200-EXIT.
004900     EXIT.
004910*-----------------------------------------------------------------
004920* 2300-TRATA-TRAILER - CONFERE O TRAILER DO RH (TRL,QUANTIDADE):
004930* A QUANTIDADE E NUMERICA E BATE COM AS LINHAS DET LIDAS,
004940* ACEITAS OU NAO
004950*-----------------------------------------------------------------
004960 2300-TRATA-TRAILER.
004970
004980     SET TRAILER-LIDO TO TRUE
004990
005000     IF RC-QTD-CAMPOS NOT = 2
005010         OR RC-TAM-CAMPO(2) = 0
005020         OR RC-TAM-CAMPO(2) > 6
005030         MOVE 'A06' TO RC-ERR-CODIGO
005040         MOVE 'QUANTIDADE DO TRAILER INVALIDA'
005050             TO RC-ERR-DESCRICAO
005060         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
005070         GO TO 2300-EXIT
005080     END-IF
005090
005100     IF RC-CAMPO(2)(1:RC-TAM-CAMPO(2)) IS NOT NUMERIC
005110         MOVE 'A06' TO RC-ERR-CODIGO
005120         MOVE 'QUANTIDADE DO TRAILER INVALIDA'
005130             TO RC-ERR-DESCRICAO
005140         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
005150         GO TO 2300-EXIT
005160     END-IF
005170
005180     MOVE RC-CAMPO(2)(1:RC-TAM-CAMPO(2)) TO RC-QTD-TRAILER
005190
005200     IF RC-QTD-TRAILER NOT = RC-QTD-DETALHES
005210         MOVE 'A07' TO RC-ERR-CODIGO
005220         MOVE 'QUANTIDADE DO TRAILER DIFERE DOS DET'
005230             TO RC-ERR-DESCRICAO
005240         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
005250     END-IF.
005260
005270 2300-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300* 2400-CRITICA-DETALHE - CRITICA UMA LINHA DET: 14 CAMPOS DENTRO
005310* DO TAMANHO DO LAYOUT, TIPO I/A/E, NOME, NASCIMENTO (NUMERICO,
005320* VALIDO E NAO FUTURO), CPF, UF E CEP NA INCLUSAO/ALTERACAO,
005330* E-MAIL NAO BRANCO E DATA EFETIVA VALIDA (BRANCO = IMEDIATA).
005340* A LINHA ACEITA SEGUE PARA O TRANCAP NO LAYOUT TRANREG
005350*-----------------------------------------------------------------
005360 2400-CRITICA-DETALHE.
005370
005380     ADD 1 TO RC-QTD-DETALHES
005390
005400     IF RC-QTD-CAMPOS NOT = 14
005410         MOVE 'L01' TO RC-ERR-CODIGO
005420         MOVE 'QUANTIDADE DE CAMPOS DIFERENTE DE 14'
005430             TO RC-ERR-DESCRICAO
005440         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005450         GO TO 2400-EXIT
005460     END-IF
005470
005480     MOVE 'N' TO RC-SW-CAMPO-LONGO
005490     PERFORM 2410-CONFERE-TAMANHO THRU 2410-EXIT
005500         VARYING RC-SUB-CAMPO FROM 1 BY 1
005510         UNTIL RC-SUB-CAMPO > 14
005520            OR CAMPO-LONGO
005530
005540     IF CAMPO-LONGO
005550         SUBTRACT 1 FROM RC-SUB-CAMPO
005560         MOVE RC-SUB-CAMPO TO RC-DESC-CAMPO
005570         MOVE 'L02' TO RC-ERR-CODIGO
005580         MOVE RC-DESC-TAMANHO TO RC-ERR-DESCRICAO
005590         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005600         GO TO 2400-EXIT
005610     END-IF
005620
005630     PERFORM 2420-MONTA-DETALHE THRU 2420-EXIT
005640
005650     IF NOT RC-DET-TIPO-VALIDO
005660         MOVE 'L04' TO RC-ERR-CODIGO
005670         MOVE 'TIPO DE TRANSACAO INVALIDO (I/A/E)'
005680             TO RC-ERR-DESCRICAO
005690         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005700         GO TO 2400-EXIT
005710     END-IF
005720
005730     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
005740         AND RC-DET-NOME = SPACES
005750         MOVE 'L05' TO RC-ERR-CODIGO
005760         MOVE 'NOME EM BRANCO' TO RC-ERR-DESCRICAO
005770         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005780         GO TO 2400-EXIT
005790     END-IF
005800
005810     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
005820         AND RC-DET-NASC IS NOT NUMERIC
005830         MOVE 'L06' TO RC-ERR-CODIGO
005840         MOVE 'NASCIMENTO NAO NUMERICO' TO RC-ERR-DESCRICAO
005850         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005860         GO TO 2400-EXIT
005870     END-IF
005880
005890     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
005900         AND (RC-DET-NASC-MES < '01' OR RC-DET-NASC-MES > '12'
005910          OR RC-DET-NASC-DIA < '01' OR RC-DET-NASC-DIA > '31')
005920         MOVE 'L07' TO RC-ERR-CODIGO
005930         MOVE 'NASCIMENTO INVALIDO' TO RC-ERR-DESCRICAO
005940         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
005950         GO TO 2400-EXIT
005960     END-IF
005970
005980     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
005990         AND RC-DET-NASC > RC-DATA-PROCESSO
006000         MOVE 'L08' TO RC-ERR-CODIGO
006010         MOVE 'NASCIMENTO FUTURO' TO RC-ERR-DESCRICAO
006020         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006030         GO TO 2400-EXIT
006040     END-IF
006050
006060     IF RC-DET-EMAIL = SPACES
006070         MOVE 'L09' TO RC-ERR-CODIGO
006080         MOVE 'E-MAIL EM BRANCO' TO RC-ERR-DESCRICAO
006090         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006100         GO TO 2400-EXIT
006110     END-IF
006120
006130     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
006140         PERFORM 2500-VALIDA-CPF THRU 2500-EXIT
006150         IF NOT CPF-DIGITOS-VALIDOS
006160             MOVE 'L10' TO RC-ERR-CODIGO
006170             MOVE 'CPF INVALIDO' TO RC-ERR-DESCRICAO
006180             PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006190             GO TO 2400-EXIT
006200         END-IF
006210     END-IF
006220
006230     MOVE RC-DET-UF TO UF-SIGLA
006240
006250     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
006260         AND RC-DET-UF NOT = SPACES
006270         AND NOT UF-VALIDA
006280         MOVE 'L11' TO RC-ERR-CODIGO
006290         MOVE 'UF INVALIDA' TO RC-ERR-DESCRICAO
006300         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006310         GO TO 2400-EXIT
006320     END-IF
006330
006340     IF RC-DET-CEP = SPACES
006350         MOVE '00000000' TO RC-DET-CEP
006360     END-IF
006370
006380     IF (RC-DET-INCLUSAO OR RC-DET-ALTERACAO)
006390         AND RC-DET-CEP IS NOT NUMERIC
006400         MOVE 'L12' TO RC-ERR-CODIGO
006410         MOVE 'CEP NAO NUMERICO' TO RC-ERR-DESCRICAO
006420         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006430         GO TO 2400-EXIT
006440     END-IF
006450
006460     IF RC-DET-EFETIVA = SPACES
006470         MOVE '00000000' TO RC-DET-EFETIVA
006480     END-IF
006490
006500     IF RC-DET-EFETIVA IS NOT NUMERIC
006510         MOVE 'L13' TO RC-ERR-CODIGO
006520         MOVE 'DATA EFETIVA NAO NUMERICA' TO RC-ERR-DESCRICAO
006530         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006540         GO TO 2400-EXIT
006550     END-IF
006560
006570     IF RC-DET-EFETIVA NOT = '00000000'
006580         AND (RC-DET-EFET-MES < '01' OR RC-DET-EFET-MES > '12'
006590          OR RC-DET-EFET-DIA < '01' OR RC-DET-EFET-DIA > '31')
006600         MOVE 'L14' TO RC-ERR-CODIGO
006610         MOVE 'DATA EFETIVA INVALIDA' TO RC-ERR-DESCRICAO
006620         PERFORM 4300-REJEITA-LINHA THRU 4300-EXIT
006630         GO TO 2400-EXIT
006640     END-IF
006650
006660     ADD 1 TO RC-QTD-ACEITAS
006670
006680     PERFORM 2600-GRAVA-DETALHE THRU 2600-EXIT.
006690
006700 2400-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730* 2410-CONFERE-TAMANHO - LIGA O SWITCH DE CAMPO LONGO QUANDO O
006740* CAMPO CORRENTE EXCEDE O TAMANHO DO LAYOUT
006750*-----------------------------------------------------------------
006760 2410-CONFERE-TAMANHO.
006770
006780     IF RC-TAM-CAMPO(RC-SUB-CAMPO) > RC-TAM-MAXIMO(RC-SUB-CAMPO)
006790         SET CAMPO-LONGO TO TRUE
006800     END-IF.
006810
006820 2410-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850* 2420-MONTA-DETALHE - COPIA OS CAMPOS DA LINHA DET PARA A AREA
006860* DO DETALHE, COM NOME, ENDERECO E UF EM MAIUSCULAS
006870*-----------------------------------------------------------------
006880 2420-MONTA-DETALHE.
006890
006900     MOVE RC-CAMPO(2)  TO RC-DET-TIPO
006910     MOVE RC-CAMPO(3)  TO RC-DET-NOME
006920     MOVE RC-CAMPO(4)  TO RC-DET-NASC
006930     MOVE RC-CAMPO(5)  TO RC-DET-EMAIL
006940     MOVE RC-CAMPO(6)  TO RC-DET-CPF
006950     MOVE RC-CAMPO(7)  TO RC-DET-TELEFONE
006960     MOVE RC-CAMPO(8)  TO RC-DET-LOGRADOURO
006970     MOVE RC-CAMPO(9)  TO RC-DET-NUMERO
006980     MOVE RC-CAMPO(10) TO RC-DET-BAIRRO
006990     MOVE RC-CAMPO(11) TO RC-DET-CIDADE
007000     MOVE RC-CAMPO(12) TO RC-DET-UF
007010     MOVE RC-CAMPO(13) TO RC-DET-CEP
007020     MOVE RC-CAMPO(14) TO RC-DET-EFETIVA
007030
007040     INSPECT RC-DET-TIPO CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007050     INSPECT RC-DET-NOME CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007060     INSPECT RC-DET-LOGRADOURO
007070         CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007080     INSPECT RC-DET-NUMERO
007090         CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007100     INSPECT RC-DET-BAIRRO
007110         CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007120     INSPECT RC-DET-CIDADE
007130         CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS
007140     INSPECT RC-DET-UF CONVERTING RC-MINUSCULAS TO RC-MAIUSCULAS.
007150
007160 2420-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190* 2500-VALIDA-CPF - VALIDA O CPF DA LINHA CORRENTE: NUMERICO,
007200* NAO COMPOSTO DE UM UNICO DIGITO REPETIDO E COM OS DOIS DIGITOS
007210* VERIFICADORES CONFERIDOS (MODULO 11, PESOS 10..2 E 11..2)
007220*-----------------------------------------------------------------
007230 2500-VALIDA-CPF.
007240
007250     MOVE 'N' TO RC-SW-CPF-VALIDO
007260
007270     IF RC-DET-CPF IS NOT NUMERIC
007280         GO TO 2500-EXIT
007290     END-IF
007300
007310     MOVE RC-DET-CPF TO RC-CPF-NUMERO
007320
007330     MOVE 'S' TO RC-SW-CPF-REPETIDO
007340     PERFORM 2510-CONFERE-REPETIDO THRU 2510-EXIT
007350         VARYING RC-CPF-SUB FROM 2 BY 1
007360         UNTIL RC-CPF-SUB > 11
007370
007380     IF CPF-TODO-REPETIDO
007390         GO TO 2500-EXIT
007400     END-IF
007410
007420     MOVE ZEROS TO RC-CPF-SOMA
007430     MOVE 9 TO RC-CPF-LIMITE
007440     PERFORM 2520-ACUMULA-PESO THRU 2520-EXIT
007450         VARYING RC-CPF-SUB FROM 1 BY 1
007460         UNTIL RC-CPF-SUB > RC-CPF-LIMITE
007470
007480     DIVIDE RC-CPF-SOMA BY 11
007490         GIVING RC-CPF-PESO REMAINDER RC-CPF-RESTO
007500
007510     COMPUTE RC-CPF-DV1 = 11 - RC-CPF-RESTO
007520     IF RC-CPF-DV1 > 9
007530         MOVE ZEROS TO RC-CPF-DV1
007540     END-IF
007550
007560     MOVE ZEROS TO RC-CPF-SOMA
007570     MOVE 10 TO RC-CPF-LIMITE
007580     PERFORM 2520-ACUMULA-PESO THRU 2520-EXIT
007590         VARYING RC-CPF-SUB FROM 1 BY 1
007600         UNTIL RC-CPF-SUB > RC-CPF-LIMITE
007610
007620     DIVIDE RC-CPF-SOMA BY 11
007630         GIVING RC-CPF-PESO REMAINDER RC-CPF-RESTO
007640
007650     COMPUTE RC-CPF-DV2 = 11 - RC-CPF-RESTO
007660     IF RC-CPF-DV2 > 9
007670         MOVE ZEROS TO RC-CPF-DV2
007680     END-IF
007690
007700     IF RC-CPF-DIG(10) = RC-CPF-DV1
007710         AND RC-CPF-DIG(11) = RC-CPF-DV2
007720         SET CPF-DIGITOS-VALIDOS TO TRUE
007730     END-IF.
007740
007750 2500-EXIT.
007760     EXIT.
007770*-----------------------------------------------------------------
007780* 2510-CONFERE-REPETIDO - DESLIGA O SWITCH DE CPF REPETIDO QUANDO
007790* O DIGITO CORRENTE DIFERE DO PRIMEIRO
007800*-----------------------------------------------------------------
007810 2510-CONFERE-REPETIDO.
007820
007830     IF RC-CPF-DIG(RC-CPF-SUB) NOT = RC-CPF-DIG(1)
007840         MOVE 'N' TO RC-SW-CPF-REPETIDO
007850     END-IF.
007860
007870 2510-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900* 2520-ACUMULA-PESO - ACUMULA O DIGITO CORRENTE MULTIPLICADO PELO
007910* PESO (LIMITE + 2 - POSICAO) NA SOMA DO DIGITO VERIFICADOR
007920*-----------------------------------------------------------------
007930 2520-ACUMULA-PESO.
007940
007950     COMPUTE RC-CPF-PESO = RC-CPF-LIMITE + 2 - RC-CPF-SUB
007960
007970     COMPUTE RC-CPF-SOMA = RC-CPF-SOMA
007980         + RC-CPF-DIG(RC-CPF-SUB) * RC-CPF-PESO.
007990
008000 2520-EXIT.
008010     EXIT.
008020*-----------------------------------------------------------------
008030* 2600-GRAVA-DETALHE - MONTA O DETALHE ACEITO NO LAYOUT TRANREG
008040* (SEM E-MAIL NOVO E SEM CONSENTIMENTO) E GRAVA NO SEGMENTO; A
008050* ORIGEM DO DETALHE E MARCADA PELA CRITICA A PARTIR DO HEADER.
008060* NA EXCLUSAO, NASCIMENTO E CPF NAO INFORMADOS SAEM ZERADOS
008070*-----------------------------------------------------------------
008080 2600-GRAVA-DETALHE.
008090
008100     IF RC-DET-NASC IS NOT NUMERIC
008110         MOVE '00000000' TO RC-DET-NASC
008120     END-IF
008130
008140     IF RC-DET-CPF IS NOT NUMERIC
008150         MOVE '00000000000' TO RC-DET-CPF
008160     END-IF
008170
008180     MOVE SPACES            TO REG-TRANSACAO
008190     MOVE RC-DET-TIPO       TO TR-CODIGO
008200     MOVE RC-DET-NOME       TO TR-NOME
008210     MOVE RC-DET-NASC       TO TR-DATA-NASC
008220     MOVE RC-DET-EMAIL      TO TR-EMAIL
008230     MOVE RC-DET-CPF        TO TR-CPF
008240     MOVE RC-DET-TELEFONE   TO TR-TELEFONE
008250     MOVE RC-DET-LOGRADOURO TO TR-END-LOGRADOURO
008260     MOVE RC-DET-NUMERO     TO TR-END-NUMERO
008270     MOVE RC-DET-BAIRRO     TO TR-END-BAIRRO
008280     MOVE RC-DET-CIDADE     TO TR-END-CIDADE
008290     MOVE RC-DET-UF         TO TR-END-UF
008300     MOVE RC-DET-CEP        TO TR-END-CEP
008310     MOVE RC-DET-EFETIVA    TO TR-DATA-EFETIVA
008320
008330     MOVE REG-TRANSACAO TO RC-REGISTRO
008340
008350     PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT.
008360
008370 2600-EXIT.
008380     EXIT.
008390*-----------------------------------------------------------------
008400* 2900-LER-CSV - LE A PROXIMA LINHA DO ARQUIVO DO RH E LIGA O
008410* SWITCH DE FIM QUANDO NAO HOUVER MAIS LINHAS
008420*-----------------------------------------------------------------
008430 2900-LER-CSV.
008440
008450     READ ARQ-CSV
008460         AT END
008470             SET FIM-CSV TO TRUE
008480         NOT AT END
008490             ADD 1 TO RC-QTD-LIDAS
008500             MOVE RC-QTD-LIDAS TO RC-NUM-LINHA
008510             MOVE REG-CSV TO RC-LINHA
008520     END-READ.
008530
008540     IF RC-FS-CSV NOT = '00'
008550         AND RC-FS-CSV NOT = '10'
008560         MOVE 'RHCSV   ' TO RC-ARQUIVO-ERRO
008570         MOVE RC-FS-CSV TO RC-FS-ERRO
008580         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008590     END-IF.
008600
008610 2900-EXIT.
008620     EXIT.
008630*-----------------------------------------------------------------
008640* 3000-CONFERE-ESTRUTURA - NO FIM DO ARQUIVO, CONFERE QUE O
008650* ARQUIVO COM MOVIMENTO FOI FECHADO POR TRAILER (ARQUIVO SEM
008660* NENHUMA LINHA UTIL E TRATADO COMO DIA SEM MOVIMENTO DO RH) E,
008670* SE O ARQUIVO FOI RECUSADO, REFAZ O SEGMENTO SEM DETALHES
008680*-----------------------------------------------------------------
008690 3000-CONFERE-ESTRUTURA.
008700
008710     MOVE ZEROS  TO RC-NUM-LINHA
008720     MOVE SPACES TO RC-LINHA
008730
008740     IF RC-QTD-LIDAS > RC-QTD-BRANCAS
008750         AND NOT TRAILER-LIDO
008760         MOVE 'A05' TO RC-ERR-CODIGO
008770         MOVE 'TRAILER AUSENTE' TO RC-ERR-DESCRICAO
008780         PERFORM 4200-RECUSA-ARQUIVO THRU 4200-EXIT
008790     END-IF
008800
008810     IF RC-QTD-LIDAS = RC-QTD-BRANCAS
008820         DISPLAY '| ARQUIVO DO RH SEM MOVIMENTO'
008830     END-IF
008840
008850     IF NOT ARQUIVO-RECUSADO
008860         GO TO 3000-EXIT
008870     END-IF
008880
008890     CLOSE ARQ-TRANRH
008900
008910     OPEN OUTPUT ARQ-TRANRH.
008920
008930     IF RC-FS-TRANRH NOT = '00'
008940         MOVE 'TRANRH  ' TO RC-ARQUIVO-ERRO
008950         MOVE RC-FS-TRANRH TO RC-FS-ERRO
008960         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008970     END-IF
008980
008990     MOVE ZEROS TO RC-QTD-GRAVADAS
009000
009010     PERFORM 1200-GRAVA-HEADER THRU 1200-EXIT.
009020
009030 3000-EXIT.
009040     EXIT.
009050*-----------------------------------------------------------------
009060* 3500-GRAVA-TRAILER - GRAVA O TRAILER DO SEGMENTO COM A
009070* QUANTIDADE DE DETALHES GRAVADOS
009080*-----------------------------------------------------------------
009090 3500-GRAVA-TRAILER.
009100
009110     MOVE SPACES          TO RC-REGISTRO
009120     MOVE 'T'             TO RC-TRL-TIPO
009130     MOVE RC-QTD-GRAVADAS TO RC-TRL-QTD
009140
009150     PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT.
009160
009170 3500-EXIT.
009180     EXIT.
009190*-----------------------------------------------------------------
009200* 4000-GRAVA-SAIDA - GRAVA O REGISTRO CORRENTE NO SEGMENTO TRANRH,
009210* CONFERINDO O FILE STATUS; CONTA OS DETALHES GRAVADOS
009220*-----------------------------------------------------------------
009230 4000-GRAVA-SAIDA.
009240
009250     WRITE REG-TRANRH FROM RC-REGISTRO.
009260
009270     IF RC-FS-TRANRH NOT = '00'
009280         MOVE 'TRANRH  ' TO RC-ARQUIVO-ERRO
009290         MOVE RC-FS-TRANRH TO RC-FS-ERRO
009300         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009310     END-IF
009320
009330     IF RC-REGISTRO(1:1) NOT = 'H'
009340         AND RC-REGISTRO(1:1) NOT = 'T'
009350         ADD 1 TO RC-QTD-GRAVADAS
009360     END-IF.
009370
009380 4000-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------------
009410* 4100-GRAVA-ERRO - GRAVA NA LISTAGEM DO RH A LINHA DE ERRO COM O
009420* NUMERO DA LINHA, O CODIGO, A DESCRICAO E A LINHA ORIGINAL
009430*-----------------------------------------------------------------
009440 4100-GRAVA-ERRO.
009450
009460     MOVE RC-NUM-LINHA TO RC-ERR-LINHA
009470     MOVE RC-LINHA     TO RC-ERR-CONTEUDO
009480
009490     WRITE REG-ERRO FROM RC-LINHA-ERRO.
009500
009510     IF RC-FS-ERROS NOT = '00'
009520         MOVE 'RHERROS ' TO RC-ARQUIVO-ERRO
009530         MOVE RC-FS-ERROS TO RC-FS-ERRO
009540         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009550     END-IF.
009560
009570 4100-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600* 4200-RECUSA-ARQUIVO - REGISTRA UM ERRO DE ESTRUTURA QUE RECUSA
009610* O ARQUIVO INTEIRO (CODIGO E DESCRICAO JA MOVIDOS)
009620*-----------------------------------------------------------------
009630 4200-RECUSA-ARQUIVO.
009640
009650     SET ARQUIVO-RECUSADO TO TRUE
009660     ADD 1 TO RC-QTD-ERROS-ARQUIVO
009670
009680     DISPLAY '| RECUSA: ' RC-ERR-CODIGO ' ' RC-ERR-DESCRICAO
009690         ' NA LINHA ' RC-NUM-LINHA
009700
009710     PERFORM 4100-GRAVA-ERRO THRU 4100-EXIT.
009720
009730 4200-EXIT.
009740     EXIT.
009750*-----------------------------------------------------------------
009760* 4300-REJEITA-LINHA - REGISTRA UM ERRO QUE REJEITA SO A LINHA
009770* CORRENTE (CODIGO E DESCRICAO JA MOVIDOS)
009780*-----------------------------------------------------------------
009790 4300-REJEITA-LINHA.
009800
009810     ADD 1 TO RC-QTD-REJEITADAS
009820
009830     DISPLAY '| REJEITADA: ' RC-ERR-CODIGO ' ' RC-ERR-DESCRICAO
009840         ' NA LINHA ' RC-NUM-LINHA
009850
009860     PERFORM 4100-GRAVA-ERRO THRU 4100-EXIT.
009870
009880 4300-EXIT.
009890     EXIT.
009900*-----------------------------------------------------------------
009910* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
009920*-----------------------------------------------------------------
009930 8000-FINALIZACAO.
009940
009950     CLOSE ARQ-CSV
009960     CLOSE ARQ-TRANRH
009970     CLOSE ARQ-ERROS.
009980
009990 8000-EXIT.
010000     EXIT.
010010*-----------------------------------------------------------------
010020* 9000-RELATORIO-CONVERSAO - EXIBE OS TOTAIS DA CONVERSAO
010030*-----------------------------------------------------------------
010040 9000-RELATORIO-CONVERSAO.
010050
010060     DISPLAY ' '
010070     DISPLAY '**********************************************'
010080     DISPLAY '   RELATORIO DA CONVERSAO DO RH - FIM DE JOB  '
010090     DISPLAY '**********************************************'
010100     DISPLAY '| DATA DE MOVIMENTO .....: ' RC-DATA-PROCESSO
010110     DISPLAY '| LINHAS LIDAS ..........: ' RC-QTD-LIDAS
010120     DISPLAY '|   EM BRANCO ...........: ' RC-QTD-BRANCAS
010130     DISPLAY '| LINHAS DET ............: ' RC-QTD-DETALHES
010140     DISPLAY '|   ACEITAS .............: ' RC-QTD-ACEITAS
010150     DISPLAY '| LINHAS REJEITADAS .....: ' RC-QTD-REJEITADAS
010160     DISPLAY '| ERROS DE ESTRUTURA ....: ' RC-QTD-ERROS-ARQUIVO
010170     DISPLAY '| DETALHES NO TRANCAP ...: ' RC-QTD-GRAVADAS
010180
010190     IF ARQUIVO-RECUSADO
010200         DISPLAY '| SITUACAO DO ARQUIVO ...: RECUSADO'
010210     ELSE
010220         DISPLAY '| SITUACAO DO ARQUIVO ...: ACEITO'
010230     END-IF
010240
010250     DISPLAY '**********************************************'.
010260
010270 9000-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------------
010300* 9100-DEFINE-RETORNO - DEFINE O CODIGO DE RETORNO DO PASSO: 8
010310* QUANDO O ARQUIVO FOI RECUSADO (SEGMENTO SEM DETALHES), 4 QUANDO
010320* HOUVE LINHA REJEITADA, 0 QUANDO LIMPO
010330*-----------------------------------------------------------------
010340 9100-DEFINE-RETORNO.
010350
010360     EVALUATE TRUE
010370         WHEN ARQUIVO-RECUSADO
010380             MOVE 8 TO RETURN-CODE
010390             DISPLAY '| CODIGO DE RETORNO .....: 8 (RECUSADO)'
010400         WHEN RC-QTD-REJEITADAS > 0
010410             MOVE 4 TO RETURN-CODE
010420             DISPLAY '| CODIGO DE RETORNO .....: 4 (REJEITOS)'
010430         WHEN OTHER
010440             MOVE 0 TO RETURN-CODE
010450             DISPLAY '| CODIGO DE RETORNO .....: 0 (LIMPO)'
010460     END-EVALUATE.
010470
010480 9100-EXIT.
010490     EXIT.
010500*-----------------------------------------------------------------
010510* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
010520* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
010530*-----------------------------------------------------------------
010540 9900-ERRO-FATAL-ES.
010550
010560     DISPLAY '**********************************************'
010570     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' RC-ARQUIVO-ERRO
010580     DISPLAY '  FILE STATUS: ' RC-FS-ERRO
010590     DISPLAY '**********************************************'
010600
010610     MOVE 16 TO RETURN-CODE
010620
010630     STOP RUN.
010640
010650 9900-EXIT.
010660     EXIT.
010670 END PROGRAM STMCAD003.
