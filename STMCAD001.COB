000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    CONTROLE DA DATA DE MOVIMENTO DO LOTE DE CADASTRO.
000070*             EXECUTADO NO INICIO E NO FIM DO JOB STMCAD01,
000080*             CONFORME O CARTAO FUNCAO= DE SYSIN:
000090*             - ABERTURA: DEFINE A DATA DE MOVIMENTO (A INFORMADA
000100*               NO CARTAO DATA= OU A DATA DO SISTEMA, RECUANDO UM
000110*               DIA QUANDO O JOB ABRE ANTES DA HORA DE VIRADA DO
000120*               CALENDARIO), CLASSIFICA O DIA PELO CALENDARIO DE
000130*               NEGOCIO (CALENDAR), RECUSA A DATA QUE O RUNHIST JA
000140*               MOSTRA COMO CONCLUIDA (SALVO REPROCESSA=S), GRAVA
000150*               O CARTAO DA DATA DE MOVIMENTO (DATAMOV) LIDO PELOS
000160*               DEMAIS PASSOS DO JOB E GERA OS CARTOES DE DATA DOS
000170*               JOBS STMCAD06 (CORTE DO EXPURGO = DATA MENOS O
000180*               PRAZO DE RETENCAO), STMCAD08 (MES ANTERIOR) E
000190*               STMCAD03 (DO PRIMEIRO DIA DO MES ATE A DATA);
000200*             - FECHAMENTO: REGISTRA A DATA COMO CONCLUIDA NO
000210*               RUNHIST E GERA O CARTAO DO STMCAD07 COM O PONTO DE
000220*               RECUPERACAO NO FIM DO DIA UTIL SEGUINTE (HORA
000230*               99999999): A RECUPERACAO REAPLICA TODO O JORNAL
000240*               POSTERIOR A COPIA DE SEGURANCA DO LOTE.
000250*             CODIGOS DE RETORNO: 0 = NORMAL, 4 = AVISO (DIA NAO
000260*             UTIL, REPROCESSAMENTO, DIA UTIL ANTERIOR NAO
000270*             CONCLUIDO, ANO SEM FERIADOS NO CALENDARIO), 8 = DATA
000280*             RECUSADA OU PARAMETRO/CALENDARIO INVALIDO (O JOB NAO
000290*             PROSSEGUE), 16 = ERRO FATAL DE E/S.
000300* TECTONICS.  cobc
000310******************************************************************
000320* MODIFICATION HISTORY
000330*   15/10/26  MS    PROGRAMA ORIGINAL
000340*   15/10/26  MS    CARTAO DO STMCAD07 COM O DIA UTIL SEGUINTE E
000350*                   HORA 99999999 EM VEZ DA DATA E HORA DO FIM DO
000360*                   LOTE, QUE DESCARTAVA NA RECUPERACAO AS
000370*                   ALTERACOES ONLINE POSTERIORES AO LOTE; O
000380*                   FECHAMENTO PASSA A LER O CALENDAR
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. STMCAD001.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-CALENDARIO ASSIGN TO CALENDAR
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS CT-FS-CALENDARIO.
000480     SELECT ARQ-RUNHIST ASSIGN TO RUNHIST
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CT-FS-RUNHIST.
000510     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CT-FS-DATAMOV.
000540     SELECT ARQ-CARTAO-EXPURGO ASSIGN TO CARTAO06
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS CT-FS-CARTAO06.
000570     SELECT ARQ-CARTAO-ARQUIVO ASSIGN TO CARTAO08
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CT-FS-CARTAO08.
000600     SELECT ARQ-CARTAO-ANALISE ASSIGN TO CARTAO03
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS CT-FS-CARTAO03.
000630     SELECT ARQ-CARTAO-RECUPERA ASSIGN TO CARTAO07
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS CT-FS-CARTAO07.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARQ-CALENDARIO
000690     RECORDING MODE IS F.
000700     COPY CALEREG.
000710 FD  ARQ-RUNHIST
000720     RECORDING MODE IS F.
000730     COPY RUNHREG.
000740 FD  ARQ-DATA-MOVIMENTO
000750     RECORDING MODE IS F.
000760     COPY DTMVREG.
000770 FD  ARQ-CARTAO-EXPURGO
000780     RECORDING MODE IS F.
000790 01  REG-CARTAO-EXPURGO                PIC X(80).
000800 FD  ARQ-CARTAO-ARQUIVO
000810     RECORDING MODE IS F.
000820 01  REG-CARTAO-ARQUIVO                PIC X(80).
000830 FD  ARQ-CARTAO-ANALISE
000840     RECORDING MODE IS F.
000850 01  REG-CARTAO-ANALISE                PIC X(80).
000860 FD  ARQ-CARTAO-RECUPERA
000870     RECORDING MODE IS F.
000880 01  REG-CARTAO-RECUPERA               PIC X(80).
000890 WORKING-STORAGE SECTION.
000900
000910 01  CT-SWITCHES.
000920     02  CT-SW-FUNCAO                  PIC X(01) VALUE SPACE.
000930         88  FUNCAO-ABERTURA           VALUE 'A'.
000940         88  FUNCAO-FECHAMENTO         VALUE 'F'.
000950     02  CT-SW-DATA-INFORMADA          PIC X(01) VALUE 'N'.
000960         88  DATA-INFORMADA            VALUE 'S'.
000970     02  CT-SW-REPROCESSA              PIC X(01) VALUE 'N'.
000980         88  REPROCESSO-PEDIDO         VALUE 'S'.
000990     02  CT-SW-FIM-CALENDARIO          PIC X(01) VALUE 'N'.
001000         88  FIM-CALENDARIO            VALUE 'S'.
001010     02  CT-SW-PARAMETROS              PIC X(01) VALUE 'N'.
001020         88  PARAMETROS-LIDOS          VALUE 'S'.
001030     02  CT-SW-FIM-RUNHIST             PIC X(01) VALUE 'N'.
001040         88  FIM-RUNHIST               VALUE 'S'.
001050     02  CT-SW-HA-CONCLUSAO            PIC X(01) VALUE 'N'.
001060         88  HA-CONCLUSAO              VALUE 'S'.
001070     02  CT-SW-DATA-CONCLUIDA          PIC X(01) VALUE 'N'.
001080         88  DATA-JA-CONCLUIDA         VALUE 'S'.
001090     02  CT-SW-ANTERIOR-CONCLUIDA      PIC X(01) VALUE 'N'.
001100         88  ANTERIOR-CONCLUIDA        VALUE 'S'.
001110     02  CT-SW-DIA-UTIL                PIC X(01) VALUE 'N'.
001120         88  DIA-UTIL                  VALUE 'S'.
001130     02  CT-SW-AVISO                   PIC X(01) VALUE 'N'.
001140         88  AVISO-EMITIDO             VALUE 'S'.
001150
001160 01  CT-FS-CALENDARIO                  PIC X(02) VALUE '00'.
001170 01  CT-FS-RUNHIST                     PIC X(02) VALUE '00'.
001180 01  CT-FS-DATAMOV                     PIC X(02) VALUE '00'.
001190 01  CT-FS-CARTAO06                    PIC X(02) VALUE '00'.
001200 01  CT-FS-CARTAO08                    PIC X(02) VALUE '00'.
001210 01  CT-FS-CARTAO03                    PIC X(02) VALUE '00'.
001220 01  CT-FS-CARTAO07                    PIC X(02) VALUE '00'.
001230
001240*-----------------------------------------------------------------
001250* DIAS DO CALENDARIO DE NEGOCIO: FERIADOS (F) E DIAS UTEIS EXTRAS
001260* (U), NA ORDEM DO ARQUIVO
001270*-----------------------------------------------------------------
001280 01  TABELA-CALENDARIO.
001290     02  TC-DIA OCCURS 300 TIMES.
001300         03  TC-DATA                   PIC X(08).
001310         03  TC-TIPO                   PIC X(01).
001320
001330 01  CT-DATA-CALCULO                   PIC 9(08) VALUE ZEROS.
001340 01  CT-DATA-CALCULO-R REDEFINES CT-DATA-CALCULO.
001350     02  CT-CALC-ANO                   PIC 9(04).
001360     02  CT-CALC-MES                   PIC 9(02).
001370     02  CT-CALC-DIA                   PIC 9(02).
001380
001390 01  CT-LINHA-CARTAO.
001400     02  CT-CARTAO-VALOR               PIC X(08).
001410     02  FILLER                        PIC X(72) VALUE SPACES.
001420
001430 77  CT-CARTAO                         PIC X(80) VALUE SPACES.
001440 77  CT-DATA-SISTEMA                   PIC X(08) VALUE SPACES.
001450 77  CT-HORA-SISTEMA                   PIC X(08) VALUE SPACES.
001460 77  CT-DATA-PARAMETRO                 PIC X(08) VALUE SPACES.
001470 77  CT-DATA-MOVIMENTO                 PIC X(08) VALUE SPACES.
001480 77  CT-DATA-ABERTURA                  PIC X(08) VALUE SPACES.
001490 77  CT-HORA-ABERTURA                  PIC X(08) VALUE SPACES.
001500 77  CT-DIA-UTIL-MOVIMENTO             PIC X(01) VALUE 'N'.
001510 77  CT-DATA-UTIL-ANTERIOR             PIC X(08) VALUE SPACES.
001520 77  CT-DATA-UTIL-SEGUINTE             PIC X(08) VALUE SPACES.
001530 77  CT-ULTIMA-CONCLUIDA               PIC X(08) VALUE SPACES.
001540 77  CT-DATA-CORTE                     PIC X(08) VALUE SPACES.
001550 77  CT-PERIODO-ARQUIVO                PIC X(06) VALUE SPACES.
001560 77  CT-DATA-INICIO-MES                PIC X(08) VALUE SPACES.
001570 77  CT-RETENCAO-MESES                 PIC 9(03) VALUE ZEROS.
001580 77  CT-HORA-VIRADA                    PIC X(04) VALUE '0000'.
001590 77  CT-DIA-ORIGINAL                   PIC 9(02) VALUE ZEROS.
001600 77  CT-ULTIMO-DIA                     PIC 9(02) VALUE ZEROS.
001610 77  CT-MESES-TOTAL                    PIC 9(06) VALUE ZEROS.
001620 77  CT-MES-RESTO                      PIC 9(02) VALUE ZEROS.
001630 77  CT-DIA-ABSOLUTO                   PIC 9(07) VALUE ZEROS.
001640 77  CT-DIA-SEMANA                     PIC 9(01) VALUE ZEROS.
001650 77  CT-ANO-AJUSTADO                   PIC 9(04) VALUE ZEROS.
001660 77  CT-MES-AJUSTADO                   PIC 9(02) VALUE ZEROS.
001670 77  CT-QUOCIENTE                      PIC 9(07) VALUE ZEROS.
001680 77  CT-DIAS-MESES                     PIC 9(04) VALUE ZEROS.
001690 77  CT-RESTO-4                        PIC 9(04) VALUE ZEROS.
001700 77  CT-RESTO-100                      PIC 9(04) VALUE ZEROS.
001710 77  CT-RESTO-400                      PIC 9(04) VALUE ZEROS.
001720 77  CT-QTD-DIAS                       PIC 9(03) COMP VALUE ZEROS.
001730 77  CT-SUB-DIA                        PIC 9(03) COMP VALUE ZEROS.
001740 77  CT-SUB-RECUO                      PIC 9(02) COMP VALUE ZEROS.
001750 77  CT-QTD-LINHAS-CALENDARIO          PIC 9(05) VALUE ZEROS.
001760 77  CT-QTD-FERIADOS-ANO               PIC 9(03) VALUE ZEROS.
001770 77  CT-QTD-RUNHIST                    PIC 9(08) VALUE ZEROS.
001780 77  CT-MENSAGEM                       PIC X(44) VALUE SPACES.
001790 77  CT-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001800 77  CT-FS-ERRO                        PIC X(02) VALUE SPACES.
001810
001820 PROCEDURE DIVISION.
001830*-----------------------------------------------------------------
001840* 0000-MAINLINE - LE OS PARAMETROS E EXECUTA A ABERTURA OU O
001850* FECHAMENTO DA DATA DE MOVIMENTO, COM O CODIGO DE RETORNO PARA
001860* OS PASSOS SEGUINTES DO JOB
001870*-----------------------------------------------------------------
001880 0000-MAINLINE.
001890
001900     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001910
001920     IF FUNCAO-FECHAMENTO
001930         PERFORM 5000-FECHA-DATA THRU 5000-EXIT
001940     ELSE
001950         PERFORM 2000-ABRE-DATA THRU 2000-EXIT
001960     END-IF
001970
001980     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
001990
002000     STOP RUN.
002010*-----------------------------------------------------------------
002020* 1000-INICIALIZACAO - TOMA A DATA E A HORA DO SISTEMA UMA UNICA
002030* VEZ E LE OS CARTOES DE SYSIN (NA ABERTURA: FUNCAO, DATA E
002040* REPROCESSA; NO FECHAMENTO: SO A FUNCAO)
002050*-----------------------------------------------------------------
002060 1000-INICIALIZACAO.
002070
002080     DISPLAY '**********************************************'
002090     DISPLAY '    CONTROLE DA DATA DE MOVIMENTO DO LOTE     '
002100     DISPLAY '**********************************************'
002110
002120     ACCEPT CT-DATA-SISTEMA FROM DATE YYYYMMDD
002130     ACCEPT CT-HORA-SISTEMA FROM TIME
002140
002150     DISPLAY '| DATA DO SISTEMA .......: ' CT-DATA-SISTEMA
002160         ' ' CT-HORA-SISTEMA
002170
002180     PERFORM 1100-LE-PARM-FUNCAO THRU 1100-EXIT
002190
002200     IF FUNCAO-ABERTURA
002210         PERFORM 1200-LE-PARM-DATA THRU 1200-EXIT
002220         PERFORM 1300-LE-PARM-REPROCESSA THRU 1300-EXIT
002230     END-IF.
002240
002250 1000-EXIT.
002260     EXIT.
002270*-----------------------------------------------------------------
002280* 1100-LE-PARM-FUNCAO - LE E CRITICA O CARTAO
002290* FUNCAO=<ABERTURA OU FECHAMENTO>
002300*-----------------------------------------------------------------
002310 1100-LE-PARM-FUNCAO.
002320
002330     MOVE SPACES TO CT-CARTAO
002340     ACCEPT CT-CARTAO
002350
002360     IF CT-CARTAO(1:7) NOT = 'FUNCAO='
002370         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002380     END-IF
002390
002400     EVALUATE CT-CARTAO(8:10)
002410         WHEN 'ABERTURA'
002420             SET FUNCAO-ABERTURA TO TRUE
002430             DISPLAY '| FUNCAO ................: ABERTURA'
002440         WHEN 'FECHAMENTO'
002450             SET FUNCAO-FECHAMENTO TO TRUE
002460             DISPLAY '| FUNCAO ................: FECHAMENTO'
002470         WHEN OTHER
002480             PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002490     END-EVALUATE.
002500
002510 1100-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540* 1200-LE-PARM-DATA - LE E CRITICA O CARTAO
002550* DATA=<YYYYMMDD OU SISTEMA>; A DATA INFORMADA DEVE SER VALIDA E
002560* NAO POSTERIOR A DATA DO SISTEMA
002570*-----------------------------------------------------------------
002580 1200-LE-PARM-DATA.
002590
002600     MOVE SPACES TO CT-CARTAO
002610     ACCEPT CT-CARTAO
002620
002630     IF CT-CARTAO(1:5) NOT = 'DATA='
002640         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002650     END-IF
002660
002670     IF CT-CARTAO(6:8) = 'SISTEMA'
002680         GO TO 1200-EXIT
002690     END-IF
002700
002710     MOVE CT-CARTAO(6:8) TO CT-DATA-PARAMETRO
002720
002730     IF CT-DATA-PARAMETRO IS NOT NUMERIC
002740         OR CT-DATA-PARAMETRO > CT-DATA-SISTEMA
002750         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002760     END-IF
002770
002780     MOVE CT-DATA-PARAMETRO TO CT-DATA-CALCULO
002790
002800     IF CT-CALC-MES < 1 OR CT-CALC-MES > 12
002810         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002820     END-IF
002830
002840     MOVE CT-CALC-DIA TO CT-DIA-ORIGINAL
002850     PERFORM 2420-ULTIMO-DIA-DO-MES THRU 2420-EXIT
002860
002870     IF CT-DIA-ORIGINAL < 1
002880         OR CT-DIA-ORIGINAL > CT-ULTIMO-DIA
002890         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002900     END-IF
002910
002920     SET DATA-INFORMADA TO TRUE.
002930
002940 1200-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------------
002970* 1300-LE-PARM-REPROCESSA - LE E CRITICA O CARTAO
002980* REPROCESSA=<S OU N>; S AUTORIZA REABRIR DATA JA CONCLUIDA
002990*-----------------------------------------------------------------
003000 1300-LE-PARM-REPROCESSA.
003010
003020     MOVE SPACES TO CT-CARTAO
003030     ACCEPT CT-CARTAO
003040
003050     IF CT-CARTAO(1:11) NOT = 'REPROCESSA='
003060         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003070     END-IF
003080
003090     MOVE CT-CARTAO(12:1) TO CT-SW-REPROCESSA
003100
003110     IF CT-SW-REPROCESSA NOT = 'S'
003120         AND CT-SW-REPROCESSA NOT = 'N'
003130         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
003140     END-IF.
003150
003160 1300-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190* 2000-ABRE-DATA - DEFINE E CLASSIFICA A DATA DE MOVIMENTO,
003200* CONFERE O HISTORICO DE EXECUCOES E, QUANDO A DATA PODE SER
003210* ABERTA, GRAVA O DATAMOV, OS CARTOES DOS JOBS E O REGISTRO DE
003220* ABERTURA
003230*-----------------------------------------------------------------
003240 2000-ABRE-DATA.
003250
003260     PERFORM 2100-CARREGA-CALENDARIO THRU 2100-EXIT
003270
003280     PERFORM 2200-DEFINE-DATA THRU 2200-EXIT
003290
003300     MOVE CT-DATA-MOVIMENTO TO CT-DATA-CALCULO
003310     PERFORM 2300-CLASSIFICA-DIA THRU 2300-EXIT
003320     MOVE CT-SW-DIA-UTIL TO CT-DIA-UTIL-MOVIMENTO
003330
003340     PERFORM 2400-DIA-UTIL-ANTERIOR THRU 2400-EXIT
003350
003360     PERFORM 2500-VARRE-RUNHIST THRU 2500-EXIT
003370
003380     PERFORM 2600-CONFERE-ABERTURA THRU 2600-EXIT
003390
003400     PERFORM 2700-CALCULA-DATAS THRU 2700-EXIT
003410
003420     PERFORM 3000-GRAVA-DATA-MOVIMENTO THRU 3000-EXIT
003430
003440     PERFORM 3100-GRAVA-CARTOES THRU 3100-EXIT
003450
003460     PERFORM 3200-GRAVA-RUNHIST-ABERTURA THRU 3200-EXIT
003470
003480     PERFORM 9000-RELATORIO-ABERTURA THRU 9000-EXIT.
003490
003500 2000-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530* 2100-CARREGA-CALENDARIO - LE O CALENDARIO DE NEGOCIO: GUARDA OS
003540* PARAMETROS E CARREGA OS FERIADOS E DIAS UTEIS EXTRAS NA TABELA.
003550* SEM REGISTRO DE PARAMETROS, COM TIPO DESCONHECIDO OU DATA
003560* INVALIDA, O CALENDARIO E RECUSADO
003570*-----------------------------------------------------------------
003580 2100-CARREGA-CALENDARIO.
003590
003600     OPEN INPUT ARQ-CALENDARIO.
003610
003620     IF CT-FS-CALENDARIO NOT = '00'
003630         MOVE 'CALENDAR' TO CT-ARQUIVO-ERRO
003640         MOVE CT-FS-CALENDARIO TO CT-FS-ERRO
003650         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003660     END-IF
003670
003680     PERFORM 2110-LE-CALENDARIO THRU 2110-EXIT
003690         UNTIL FIM-CALENDARIO
003700
003710     CLOSE ARQ-CALENDARIO
003720
003730     IF NOT PARAMETROS-LIDOS
003740         MOVE 'CALENDARIO SEM O REGISTRO DE PARAMETROS (P)'
003750             TO CT-MENSAGEM
003760         PERFORM 9850-ABERTURA-RECUSADA THRU 9850-EXIT
003770     END-IF.
003780
003790 2100-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------------
003820* 2110-LE-CALENDARIO - LE E CLASSIFICA UMA LINHA DO CALENDARIO
003830*-----------------------------------------------------------------
003840 2110-LE-CALENDARIO.
003850
003860     READ ARQ-CALENDARIO
003870         AT END
003880             SET FIM-CALENDARIO TO TRUE
003890             GO TO 2110-EXIT
003900     END-READ
003910
003920     IF CT-FS-CALENDARIO NOT = '00'
003930         MOVE 'CALENDAR' TO CT-ARQUIVO-ERRO
003940         MOVE CT-FS-CALENDARIO TO CT-FS-ERRO
003950         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003960     END-IF
003970
003980     ADD 1 TO CT-QTD-LINHAS-CALENDARIO
003990
004000     EVALUATE TRUE
004010         WHEN CL-COMENTARIO
004020             CONTINUE
004030         WHEN CL-PARAMETROS
004040             PERFORM 2120-GUARDA-PARAMETROS THRU 2120-EXIT
004050         WHEN CL-FERIADO
004060         WHEN CL-DIA-UTIL-EXTRA
004070             PERFORM 2130-GUARDA-DIA THRU 2130-EXIT
004080         WHEN OTHER
004090             MOVE 'TIPO DE LINHA DESCONHECIDO NO CALENDARIO'
004100                 TO CT-MENSAGEM
004110             PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004120     END-EVALUATE.
004130
004140 2110-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170* 2120-GUARDA-PARAMETROS - CRITICA E GUARDA O REGISTRO DE
004180* PARAMETROS: RETENCAO=<MESES, 3 DIGITOS> VIRADA=<HHMM>
004190*-----------------------------------------------------------------
004200 2120-GUARDA-PARAMETROS.
004210
004220     IF PARAMETROS-LIDOS
004230         MOVE 'REGISTRO DE PARAMETROS (P) REPETIDO'
004240             TO CT-MENSAGEM
004250         PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004260     END-IF
004270
004280     IF CL-ROTULO-RETENCAO NOT = 'RETENCAO='
004290         OR CL-RETENCAO-MESES IS NOT NUMERIC
004300         OR CL-RETENCAO-MESES = '000'
004310         OR CL-ROTULO-VIRADA NOT = 'VIRADA='
004320         OR CL-HORA-VIRADA IS NOT NUMERIC
004330         OR CL-HORA-VIRADA(1:2) > '23'
004340         OR CL-HORA-VIRADA(3:2) > '59'
004350         MOVE 'REGISTRO DE PARAMETROS (P) INVALIDO'
004360             TO CT-MENSAGEM
004370         PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004380     END-IF
004390
004400     MOVE CL-RETENCAO-MESES TO CT-RETENCAO-MESES
004410     MOVE CL-HORA-VIRADA    TO CT-HORA-VIRADA
004420     SET PARAMETROS-LIDOS TO TRUE.
004430
004440 2120-EXIT.
004450     EXIT.
004460*-----------------------------------------------------------------
004470* 2130-GUARDA-DIA - CRITICA A DATA DO FERIADO OU DIA UTIL EXTRA E
004480* A ACRESCENTA A TABELA
004490*-----------------------------------------------------------------
004500 2130-GUARDA-DIA.
004510
004520     IF CL-DATA IS NOT NUMERIC
004530         MOVE 'DATA NAO NUMERICA NO CALENDARIO'
004540             TO CT-MENSAGEM
004550         PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004560     END-IF
004570
004580     MOVE CL-DATA TO CT-DATA-CALCULO
004590
004600     IF CT-CALC-MES < 1 OR CT-CALC-MES > 12
004610         OR CT-CALC-DIA < 1 OR CT-CALC-DIA > 31
004620         MOVE 'DATA INVALIDA NO CALENDARIO'
004630             TO CT-MENSAGEM
004640         PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004650     END-IF
004660
004670     IF CT-QTD-DIAS NOT < 300
004680         MOVE 'CALENDARIO COM MAIS DE 300 DIAS'
004690             TO CT-MENSAGEM
004700         PERFORM 9860-CALENDARIO-INVALIDO THRU 9860-EXIT
004710     END-IF
004720
004730     ADD 1 TO CT-QTD-DIAS
004740     MOVE CL-DATA TO TC-DATA(CT-QTD-DIAS)
004750     MOVE CL-TIPO TO TC-TIPO(CT-QTD-DIAS).
004760
004770 2130-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------------
004800* 2200-DEFINE-DATA - A DATA INFORMADA NO CARTAO PREVALECE; SEM
004810* ELA, VALE A DATA DO SISTEMA, OU O DIA ANTERIOR QUANDO O JOB
004820* ABRE ANTES DA HORA DE VIRADA (LOTE DA NOITE QUE ATRASOU PARA
004830* DEPOIS DA MEIA-NOITE)
004840*-----------------------------------------------------------------
004850 2200-DEFINE-DATA.
004860
004870     IF DATA-INFORMADA
004880         MOVE CT-DATA-PARAMETRO TO CT-DATA-MOVIMENTO
004890         GO TO 2200-EXIT
004900     END-IF
004910
004920     MOVE CT-DATA-SISTEMA TO CT-DATA-MOVIMENTO
004930
004940     IF CT-HORA-SISTEMA(1:4) < CT-HORA-VIRADA
004950         MOVE CT-DATA-SISTEMA TO CT-DATA-CALCULO
004960         PERFORM 2410-RECUA-UM-DIA THRU 2410-EXIT
004970         MOVE CT-DATA-CALCULO TO CT-DATA-MOVIMENTO
004980         DISPLAY '| ABERTURA ANTES DA VIRADA (' CT-HORA-VIRADA
004990             '): MOVIMENTO DO DIA ANTERIOR'
005000     END-IF.
005010
005020 2200-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050* 2300-CLASSIFICA-DIA - CLASSIFICA A DATA DE CT-DATA-CALCULO:
005060* SABADO E DOMINGO NAO SAO UTEIS, SALVO DIA UTIL EXTRA DO
005070* CALENDARIO; FERIADO DO CALENDARIO NAO E UTIL
005080*-----------------------------------------------------------------
005090 2300-CLASSIFICA-DIA.
005100
005110     PERFORM 2310-CALCULA-DIA-ABSOLUTO THRU 2310-EXIT
005120
005130     DIVIDE CT-DIA-ABSOLUTO BY 7
005140         GIVING CT-QUOCIENTE REMAINDER CT-DIA-SEMANA
005150
005160     IF CT-DIA-SEMANA = 4 OR CT-DIA-SEMANA = 5
005170         MOVE 'N' TO CT-SW-DIA-UTIL
005180     ELSE
005190         MOVE 'S' TO CT-SW-DIA-UTIL
005200     END-IF
005210
005220     PERFORM 2320-COMPARA-DIA THRU 2320-EXIT
005230         VARYING CT-SUB-DIA FROM 1 BY 1
005240         UNTIL CT-SUB-DIA > CT-QTD-DIAS.
005250
005260 2300-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290* 2310-CALCULA-DIA-ABSOLUTO - CONVERTE A DATA YYYYMMDD DE
005300* CT-DATA-CALCULO NO NUMERO DE DIAS CORRIDOS DESDE UMA ORIGEM
005310* FIXA (CALENDARIO GREGORIANO, ANO COMECANDO EM MARCO); O RESTO
005320* DA DIVISAO POR 7 DA O DIA DA SEMANA (0 = TERCA ... 4 = SABADO,
005330* 5 = DOMINGO, 6 = SEGUNDA)
005340*-----------------------------------------------------------------
005350 2310-CALCULA-DIA-ABSOLUTO.
005360
005370     IF CT-CALC-MES > 2
005380         MOVE CT-CALC-ANO TO CT-ANO-AJUSTADO
005390         COMPUTE CT-MES-AJUSTADO = CT-CALC-MES - 3
005400     ELSE
005410         COMPUTE CT-ANO-AJUSTADO = CT-CALC-ANO - 1
005420         COMPUTE CT-MES-AJUSTADO = CT-CALC-MES + 9
005430     END-IF
005440
005450     COMPUTE CT-DIA-ABSOLUTO = CT-ANO-AJUSTADO * 365
005460                             + CT-CALC-DIA
005470
005480     DIVIDE CT-ANO-AJUSTADO BY 4 GIVING CT-QUOCIENTE
005490     ADD CT-QUOCIENTE TO CT-DIA-ABSOLUTO
005500
005510     DIVIDE CT-ANO-AJUSTADO BY 100 GIVING CT-QUOCIENTE
005520     SUBTRACT CT-QUOCIENTE FROM CT-DIA-ABSOLUTO
005530
005540     DIVIDE CT-ANO-AJUSTADO BY 400 GIVING CT-QUOCIENTE
005550     ADD CT-QUOCIENTE TO CT-DIA-ABSOLUTO
005560
005570     COMPUTE CT-DIAS-MESES = CT-MES-AJUSTADO * 153 + 2
005580     DIVIDE CT-DIAS-MESES BY 5 GIVING CT-QUOCIENTE
005590     ADD CT-QUOCIENTE TO CT-DIA-ABSOLUTO.
005600
005610 2310-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------------
005640* 2320-COMPARA-DIA - APLICA A ENTRADA CORRENTE DA TABELA DO
005650* CALENDARIO QUANDO E A DATA CLASSIFICADA
005660*-----------------------------------------------------------------
005670 2320-COMPARA-DIA.
005680
005690     IF TC-DATA(CT-SUB-DIA) NOT = CT-DATA-CALCULO
005700         GO TO 2320-EXIT
005710     END-IF
005720
005730     IF TC-TIPO(CT-SUB-DIA) = 'F'
005740         MOVE 'N' TO CT-SW-DIA-UTIL
005750     ELSE
005760         MOVE 'S' TO CT-SW-DIA-UTIL
005770     END-IF.
005780
005790 2320-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 2400-DIA-UTIL-ANTERIOR - RECUA A PARTIR DA DATA DE MOVIMENTO ATE
005830* O DIA UTIL ANTERIOR (NO MAXIMO 31 DIAS) E CONTA OS FERIADOS DO
005840* ANO DO MOVIMENTO NO CALENDARIO
005850*-----------------------------------------------------------------
005860 2400-DIA-UTIL-ANTERIOR.
005870
005880     MOVE CT-DATA-MOVIMENTO TO CT-DATA-CALCULO
005890     MOVE 'N' TO CT-SW-DIA-UTIL
005900     MOVE ZEROS TO CT-SUB-RECUO
005910
005920     PERFORM 2430-RECUA-E-CLASSIFICA THRU 2430-EXIT
005930         UNTIL DIA-UTIL
005940            OR CT-SUB-RECUO > 30
005950
005960     IF DIA-UTIL
005970         MOVE CT-DATA-CALCULO TO CT-DATA-UTIL-ANTERIOR
005980     ELSE
005990         MOVE SPACES TO CT-DATA-UTIL-ANTERIOR
006000     END-IF
006010
006020     PERFORM 2440-CONTA-FERIADO-ANO THRU 2440-EXIT
006030         VARYING CT-SUB-DIA FROM 1 BY 1
006040         UNTIL CT-SUB-DIA > CT-QTD-DIAS.
006050
006060 2400-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090* 2410-RECUA-UM-DIA - SUBTRAI UM DIA DA DATA DE CT-DATA-CALCULO,
006100* VIRANDO O MES E O ANO QUANDO NECESSARIO
006110*-----------------------------------------------------------------
006120 2410-RECUA-UM-DIA.
006130
006140     IF CT-CALC-DIA > 1
006150         SUBTRACT 1 FROM CT-CALC-DIA
006160         GO TO 2410-EXIT
006170     END-IF
006180
006190     IF CT-CALC-MES > 1
006200         SUBTRACT 1 FROM CT-CALC-MES
006210     ELSE
006220         MOVE 12 TO CT-CALC-MES
006230         SUBTRACT 1 FROM CT-CALC-ANO
006240     END-IF
006250
006260     PERFORM 2420-ULTIMO-DIA-DO-MES THRU 2420-EXIT
006270     MOVE CT-ULTIMO-DIA TO CT-CALC-DIA.
006280
006290 2410-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320* 2420-ULTIMO-DIA-DO-MES - ULTIMO DIA DO MES DE CT-DATA-CALCULO;
006330* FEVEREIRO TEM 29 DIAS EM ANO BISSEXTO (DIVISIVEL POR 400, OU
006340* POR 4 E NAO POR 100)
006350*-----------------------------------------------------------------
006360 2420-ULTIMO-DIA-DO-MES.
006370
006380     EVALUATE CT-CALC-MES
006390         WHEN 4
006400         WHEN 6
006410         WHEN 9
006420         WHEN 11
006430             MOVE 30 TO CT-ULTIMO-DIA
006440         WHEN 2
006450             DIVIDE CT-CALC-ANO BY 4
006460                 GIVING CT-QUOCIENTE REMAINDER CT-RESTO-4
006470             DIVIDE CT-CALC-ANO BY 100
006480                 GIVING CT-QUOCIENTE REMAINDER CT-RESTO-100
006490             DIVIDE CT-CALC-ANO BY 400
006500                 GIVING CT-QUOCIENTE REMAINDER CT-RESTO-400
006510             IF CT-RESTO-400 = 0
006520                 OR (CT-RESTO-4 = 0 AND CT-RESTO-100 NOT = 0)
006530                 MOVE 29 TO CT-ULTIMO-DIA
006540             ELSE
006550                 MOVE 28 TO CT-ULTIMO-DIA
006560             END-IF
006570         WHEN OTHER
006580             MOVE 31 TO CT-ULTIMO-DIA
006590     END-EVALUATE.
006600
006610 2420-EXIT.
006620     EXIT.
006630*-----------------------------------------------------------------
006640* 2430-RECUA-E-CLASSIFICA - RECUA UM DIA E CLASSIFICA O NOVO DIA
006650*-----------------------------------------------------------------
006660 2430-RECUA-E-CLASSIFICA.
006670
006680     ADD 1 TO CT-SUB-RECUO
006690     PERFORM 2410-RECUA-UM-DIA THRU 2410-EXIT
006700     PERFORM 2300-CLASSIFICA-DIA THRU 2300-EXIT.
006710
006720 2430-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------------
006750* 2440-CONTA-FERIADO-ANO - CONTA O FERIADO DA TABELA QUANDO E DO
006760* ANO DA DATA DE MOVIMENTO
006770*-----------------------------------------------------------------
006780 2440-CONTA-FERIADO-ANO.
006790
006800     IF TC-TIPO(CT-SUB-DIA) = 'F'
006810         AND TC-DATA(CT-SUB-DIA)(1:4) = CT-DATA-MOVIMENTO(1:4)
006820         ADD 1 TO CT-QTD-FERIADOS-ANO
006830     END-IF.
006840
006850 2440-EXIT.
006860     EXIT.
006870*-----------------------------------------------------------------
006880* 2500-VARRE-RUNHIST - PERCORRE O HISTORICO DE EXECUCOES EM BUSCA
006890* DAS DATAS DE MOVIMENTO JA CONCLUIDAS (FECHAMENTO DO STMCAD001);
006900* HISTORICO AINDA INEXISTENTE CONTA COMO VAZIO
006910*-----------------------------------------------------------------
006920 2500-VARRE-RUNHIST.
006930
006940     OPEN INPUT ARQ-RUNHIST.
006950
006960     IF CT-FS-RUNHIST = '35'
006970         GO TO 2500-EXIT
006980     END-IF
006990
007000     IF CT-FS-RUNHIST NOT = '00'
007010         MOVE 'RUNHIST ' TO CT-ARQUIVO-ERRO
007020         MOVE CT-FS-RUNHIST TO CT-FS-ERRO
007030         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007040     END-IF
007050
007060     PERFORM 2510-LE-RUNHIST THRU 2510-EXIT
007070         UNTIL FIM-RUNHIST
007080
007090     CLOSE ARQ-RUNHIST.
007100
007110 2500-EXIT.
007120     EXIT.
007130*-----------------------------------------------------------------
007140* 2510-LE-RUNHIST - LE UM REGISTRO DO HISTORICO E, QUANDO E UMA
007150* CONCLUSAO DE DATA, MARCA A DATA DE MOVIMENTO, O DIA UTIL
007160* ANTERIOR E A ULTIMA DATA CONCLUIDA
007170*-----------------------------------------------------------------
007180 2510-LE-RUNHIST.
007190
007200     READ ARQ-RUNHIST
007210         AT END
007220             SET FIM-RUNHIST TO TRUE
007230             GO TO 2510-EXIT
007240     END-READ
007250
007260     IF CT-FS-RUNHIST NOT = '00'
007270         MOVE 'RUNHIST ' TO CT-ARQUIVO-ERRO
007280         MOVE CT-FS-RUNHIST TO CT-FS-ERRO
007290         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
007300     END-IF
007310
007320     ADD 1 TO CT-QTD-RUNHIST
007330
007340     IF RH-PROGRAMA NOT = 'STMCAD001'
007350         OR RH-CONTADOR NOT = 'DATA-CONCLUIDA'
007360         GO TO 2510-EXIT
007370     END-IF
007380
007390     SET HA-CONCLUSAO TO TRUE
007400
007410     IF RH-DATA = CT-DATA-MOVIMENTO
007420         SET DATA-JA-CONCLUIDA TO TRUE
007430     END-IF
007440
007450     IF RH-DATA = CT-DATA-UTIL-ANTERIOR
007460         SET ANTERIOR-CONCLUIDA TO TRUE
007470     END-IF
007480
007490     IF RH-DATA > CT-ULTIMA-CONCLUIDA
007500         MOVE RH-DATA TO CT-ULTIMA-CONCLUIDA
007510     END-IF.
007520
007530 2510-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------------
007560* 2600-CONFERE-ABERTURA - RECUSA A DATA JA CONCLUIDA SEM PEDIDO
007570* DE REPROCESSAMENTO E EMITE OS AVISOS DA ABERTURA
007580*-----------------------------------------------------------------
007590 2600-CONFERE-ABERTURA.
007600
007610     IF DATA-JA-CONCLUIDA
007620         AND NOT REPROCESSO-PEDIDO
007630         MOVE 'DATA DE MOVIMENTO JA CONCLUIDA NO RUNHIST'
007640             TO CT-MENSAGEM
007650         PERFORM 9850-ABERTURA-RECUSADA THRU 9850-EXIT
007660     END-IF
007670
007680     IF DATA-JA-CONCLUIDA
007690         SET AVISO-EMITIDO TO TRUE
007700         DISPLAY '| AVISO: REPROCESSAMENTO DE DATA JA CONCLUIDA'
007710     ELSE
007720         IF REPROCESSO-PEDIDO
007730             MOVE 'N' TO CT-SW-REPROCESSA
007740             DISPLAY '| REPROCESSA=S SEM EFEITO: DATA NAO '
007750                 'CONCLUIDA'
007760         END-IF
007770     END-IF
007780
007790     IF CT-DIA-UTIL-MOVIMENTO NOT = 'S'
007800         SET AVISO-EMITIDO TO TRUE
007810         DISPLAY '| AVISO: DATA DE MOVIMENTO NAO E DIA UTIL'
007820     END-IF
007830
007840     IF HA-CONCLUSAO
007850         AND NOT DATA-JA-CONCLUIDA
007860         AND NOT ANTERIOR-CONCLUIDA
007870         SET AVISO-EMITIDO TO TRUE
007880         DISPLAY '| AVISO: DIA UTIL ANTERIOR '
007890             CT-DATA-UTIL-ANTERIOR ' NAO CONSTA COMO CONCLUIDO'
007900     END-IF
007910
007920     IF CT-DATA-MOVIMENTO < CT-ULTIMA-CONCLUIDA
007930         SET AVISO-EMITIDO TO TRUE
007940         DISPLAY '| AVISO: DATA ANTERIOR A ULTIMA CONCLUIDA ('
007950             CT-ULTIMA-CONCLUIDA ')'
007960     END-IF
007970
007980     IF CT-QTD-FERIADOS-ANO = 0
007990         SET AVISO-EMITIDO TO TRUE
008000         DISPLAY '| AVISO: CALENDARIO SEM FERIADOS PARA O ANO '
008010             CT-DATA-MOVIMENTO(1:4)
008020     END-IF.
008030
008040 2600-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------------
008070* 2700-CALCULA-DATAS - DATA DE CORTE DO EXPURGO (MOVIMENTO MENOS
008080* O PRAZO DE RETENCAO, COM O DIA LIMITADO AO FIM DO MES), MES
008090* ANTERIOR PARA O ARQUIVAMENTO E PRIMEIRO DIA DO MES PARA A
008100* ANALISE DA AUDITORIA
008110*-----------------------------------------------------------------
008120 2700-CALCULA-DATAS.
008130
008140     MOVE CT-DATA-MOVIMENTO TO CT-DATA-CALCULO
008150     MOVE CT-CALC-DIA TO CT-DIA-ORIGINAL
008160
008170     COMPUTE CT-MESES-TOTAL = CT-CALC-ANO * 12 + CT-CALC-MES - 1
008180                            - CT-RETENCAO-MESES
008190     DIVIDE CT-MESES-TOTAL BY 12
008200         GIVING CT-CALC-ANO REMAINDER CT-MES-RESTO
008210     COMPUTE CT-CALC-MES = CT-MES-RESTO + 1
008220
008230     PERFORM 2420-ULTIMO-DIA-DO-MES THRU 2420-EXIT
008240
008250     IF CT-DIA-ORIGINAL > CT-ULTIMO-DIA
008260         MOVE CT-ULTIMO-DIA TO CT-CALC-DIA
008270     ELSE
008280         MOVE CT-DIA-ORIGINAL TO CT-CALC-DIA
008290     END-IF
008300
008310     MOVE CT-DATA-CALCULO TO CT-DATA-CORTE
008320
008330     MOVE CT-DATA-MOVIMENTO TO CT-DATA-CALCULO
008340
008350     COMPUTE CT-MESES-TOTAL = CT-CALC-ANO * 12 + CT-CALC-MES - 2
008360     DIVIDE CT-MESES-TOTAL BY 12
008370         GIVING CT-CALC-ANO REMAINDER CT-MES-RESTO
008380     COMPUTE CT-CALC-MES = CT-MES-RESTO + 1
008390
008400     MOVE CT-DATA-CALCULO(1:6) TO CT-PERIODO-ARQUIVO
008410
008420     MOVE CT-DATA-MOVIMENTO(1:6) TO CT-DATA-INICIO-MES(1:6)
008430     MOVE '01' TO CT-DATA-INICIO-MES(7:2).
008440
008450 2700-EXIT.
008460     EXIT.
008470*-----------------------------------------------------------------
008480* 3000-GRAVA-DATA-MOVIMENTO - GRAVA O CARTAO DA DATA DE MOVIMENTO
008490* (DATAMOV) LIDO PELOS DEMAIS PASSOS DO JOB
008500*-----------------------------------------------------------------
008510 3000-GRAVA-DATA-MOVIMENTO.
008520
008530     OPEN OUTPUT ARQ-DATA-MOVIMENTO.
008540
008550     IF CT-FS-DATAMOV NOT = '00'
008560         MOVE 'DATAMOV ' TO CT-ARQUIVO-ERRO
008570         MOVE CT-FS-DATAMOV TO CT-FS-ERRO
008580         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008590     END-IF
008600
008610     MOVE SPACES                  TO REG-DATA-MOVIMENTO
008620     MOVE CT-DATA-MOVIMENTO       TO DM-DATA-MOVIMENTO
008630     MOVE CT-DIA-UTIL-MOVIMENTO   TO DM-DIA-UTIL
008640     MOVE CT-DATA-UTIL-ANTERIOR   TO DM-DATA-UTIL-ANTERIOR
008650     MOVE CT-SW-REPROCESSA        TO DM-REPROCESSO
008660     MOVE CT-DATA-SISTEMA         TO DM-DATA-ABERTURA
008670     MOVE CT-HORA-SISTEMA         TO DM-HORA-ABERTURA
008680     MOVE CT-RETENCAO-MESES       TO DM-RETENCAO-MESES
008690     MOVE CT-DATA-CORTE           TO DM-DATA-CORTE-EXPURGO
008700     MOVE CT-PERIODO-ARQUIVO      TO DM-PERIODO-ARQUIVAMENTO
008710
008720     WRITE REG-DATA-MOVIMENTO.
008730
008740     IF CT-FS-DATAMOV NOT = '00'
008750         MOVE 'DATAMOV ' TO CT-ARQUIVO-ERRO
008760         MOVE CT-FS-DATAMOV TO CT-FS-ERRO
008770         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008780     END-IF
008790
008800     CLOSE ARQ-DATA-MOVIMENTO.
008810
008820 3000-EXIT.
008830     EXIT.
008840*-----------------------------------------------------------------
008850* 3100-GRAVA-CARTOES - GERA OS CARTOES DE DATA DOS JOBS STMCAD06
008860* (DATA DE CORTE), STMCAD08 (PERIODO YYYYMM) E STMCAD03 (DATA
008870* INICIAL E DATA FINAL), NO FORMATO DE SYSIN DE CADA PROGRAMA
008880*-----------------------------------------------------------------
008890 3100-GRAVA-CARTOES.
008900
008910     OPEN OUTPUT ARQ-CARTAO-EXPURGO.
008920
008930     IF CT-FS-CARTAO06 NOT = '00'
008940         MOVE 'CARTAO06' TO CT-ARQUIVO-ERRO
008950         MOVE CT-FS-CARTAO06 TO CT-FS-ERRO
008960         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
008970     END-IF
008980
008990     MOVE CT-DATA-CORTE TO CT-CARTAO-VALOR
009000     WRITE REG-CARTAO-EXPURGO FROM CT-LINHA-CARTAO.
009010
009020     IF CT-FS-CARTAO06 NOT = '00'
009030         MOVE 'CARTAO06' TO CT-ARQUIVO-ERRO
009040         MOVE CT-FS-CARTAO06 TO CT-FS-ERRO
009050         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009060     END-IF
009070
009080     CLOSE ARQ-CARTAO-EXPURGO.
009090
009100     OPEN OUTPUT ARQ-CARTAO-ARQUIVO.
009110
009120     IF CT-FS-CARTAO08 NOT = '00'
009130         MOVE 'CARTAO08' TO CT-ARQUIVO-ERRO
009140         MOVE CT-FS-CARTAO08 TO CT-FS-ERRO
009150         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009160     END-IF
009170
009180     MOVE SPACES TO CT-CARTAO-VALOR
009190     MOVE CT-PERIODO-ARQUIVO TO CT-CARTAO-VALOR(1:6)
009200     WRITE REG-CARTAO-ARQUIVO FROM CT-LINHA-CARTAO.
009210
009220     IF CT-FS-CARTAO08 NOT = '00'
009230         MOVE 'CARTAO08' TO CT-ARQUIVO-ERRO
009240         MOVE CT-FS-CARTAO08 TO CT-FS-ERRO
009250         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009260     END-IF
009270
009280     CLOSE ARQ-CARTAO-ARQUIVO.
009290
009300     OPEN OUTPUT ARQ-CARTAO-ANALISE.
009310
009320     IF CT-FS-CARTAO03 NOT = '00'
009330         MOVE 'CARTAO03' TO CT-ARQUIVO-ERRO
009340         MOVE CT-FS-CARTAO03 TO CT-FS-ERRO
009350         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009360     END-IF
009370
009380     MOVE CT-DATA-INICIO-MES TO CT-CARTAO-VALOR
009390     WRITE REG-CARTAO-ANALISE FROM CT-LINHA-CARTAO.
009400
009410     IF CT-FS-CARTAO03 = '00'
009420         MOVE CT-DATA-MOVIMENTO TO CT-CARTAO-VALOR
009430         WRITE REG-CARTAO-ANALISE FROM CT-LINHA-CARTAO
009440     END-IF
009450
009460     IF CT-FS-CARTAO03 NOT = '00'
009470         MOVE 'CARTAO03' TO CT-ARQUIVO-ERRO
009480         MOVE CT-FS-CARTAO03 TO CT-FS-ERRO
009490         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
009500     END-IF
009510
009520     CLOSE ARQ-CARTAO-ANALISE.
009530
009540 3100-EXIT.
009550     EXIT.
009560*-----------------------------------------------------------------
009570* 3200-GRAVA-RUNHIST-ABERTURA - REGISTRA A ABERTURA (E O
009580* REPROCESSAMENTO, QUANDO HOUVER) DA DATA DE MOVIMENTO NO
009590* HISTORICO DE EXECUCOES
009600*-----------------------------------------------------------------
009610 3200-GRAVA-RUNHIST-ABERTURA.
009620
009630     PERFORM 9500-ABRE-RUNHIST THRU 9500-EXIT
009640
009650     MOVE 'DATA-INICIADA'     TO RH-CONTADOR
009660     MOVE 1                   TO RH-QTD
009670     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
009680
009690     IF DATA-JA-CONCLUIDA
009700         MOVE 'REPROCESSAMENTO'   TO RH-CONTADOR
009710         MOVE 1                   TO RH-QTD
009720         PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
009730     END-IF
009740
009750     CLOSE ARQ-RUNHIST.
009760
009770 3200-EXIT.
009780     EXIT.
009790*-----------------------------------------------------------------
009800* 5000-FECHA-DATA - LE A DATA DE MOVIMENTO ABERTA PELO JOB, GERA O
009810* CARTAO DO STMCAD07 E REGISTRA A DATA COMO CONCLUIDA. O CARTAO
009820* TRAZ O DIA UTIL SEGUINTE E A HORA 99999999 (FIM DO DIA): A COPIA
009830* DE SEGURANCA RESTAURADA PELO STMCAD07 E TIRADA NO STEP020 DO
009840* STMCAD01 E O JORNAL DEVE SER REAPLICADO ATE O FIM, INCLUSIVE AS
009850* ALTERACOES ONLINE (CD5A, STMCAD025, STMCAD060) FEITAS DEPOIS DO
009860* LOTE E ATE O PROXIMO LOTE, QUE GERA O CARTAO SEGUINTE
009870*-----------------------------------------------------------------
009880 5000-FECHA-DATA.
009890
009900     PERFORM 5100-LE-DATA-MOVIMENTO THRU 5100-EXIT
009910
009920     PERFORM 2100-CARREGA-CALENDARIO THRU 2100-EXIT
009930
009940     PERFORM 5200-DIA-UTIL-SEGUINTE THRU 5200-EXIT
009950
009960     OPEN OUTPUT ARQ-CARTAO-RECUPERA.
009970
009980     IF CT-FS-CARTAO07 NOT = '00'
009990         MOVE 'CARTAO07' TO CT-ARQUIVO-ERRO
010000         MOVE CT-FS-CARTAO07 TO CT-FS-ERRO
010010         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010020     END-IF
010030
010040     MOVE CT-DATA-UTIL-SEGUINTE TO CT-CARTAO-VALOR
010050     WRITE REG-CARTAO-RECUPERA FROM CT-LINHA-CARTAO.
010060
010070     IF CT-FS-CARTAO07 = '00'
010080         MOVE '99999999' TO CT-CARTAO-VALOR
010090         WRITE REG-CARTAO-RECUPERA FROM CT-LINHA-CARTAO
010100     END-IF
010110
010120     IF CT-FS-CARTAO07 NOT = '00'
010130         MOVE 'CARTAO07' TO CT-ARQUIVO-ERRO
010140         MOVE CT-FS-CARTAO07 TO CT-FS-ERRO
010150         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010160     END-IF
010170
010180     CLOSE ARQ-CARTAO-RECUPERA.
010190
010200     PERFORM 9500-ABRE-RUNHIST THRU 9500-EXIT
010210
010220     MOVE 'DATA-CONCLUIDA'    TO RH-CONTADOR
010230     MOVE 1                   TO RH-QTD
010240     PERFORM 9510-GRAVA-REGISTRO THRU 9510-EXIT
010250
010260     CLOSE ARQ-RUNHIST.
010270
010280     DISPLAY ' '
010290     DISPLAY '**********************************************'
010300     DISPLAY '  DATA DE MOVIMENTO CONCLUIDA                 '
010310     DISPLAY '**********************************************'
010320     DISPLAY '| DATA DE MOVIMENTO .....: ' CT-DATA-MOVIMENTO
010330     IF REPROCESSO-PEDIDO
010340         DISPLAY '| (REPROCESSAMENTO)'
010350     END-IF
010360     DISPLAY '| ABERTA EM .............: ' CT-DATA-ABERTURA
010370         ' ' CT-HORA-ABERTURA
010380     DISPLAY '| FIM DO LOTE ...........: ' CT-DATA-SISTEMA
010390         ' ' CT-HORA-SISTEMA
010400     DISPLAY '| PONTO DE RECUPERACAO ..: ' CT-DATA-UTIL-SEGUINTE
010410         ' 99999999 (CARTAO STMCAD07)'
010420     DISPLAY '**********************************************'.
010430
010440 5000-EXIT.
010450     EXIT.
010460*-----------------------------------------------------------------
010470* 5100-LE-DATA-MOVIMENTO - LE O CARTAO DA DATA DE MOVIMENTO
010480* GRAVADO NA ABERTURA; AUSENTE OU INVALIDO E ERRO FATAL
010490*-----------------------------------------------------------------
010500 5100-LE-DATA-MOVIMENTO.
010510
010520     OPEN INPUT ARQ-DATA-MOVIMENTO.
010530
010540     IF CT-FS-DATAMOV NOT = '00'
010550         MOVE 'DATAMOV ' TO CT-ARQUIVO-ERRO
010560         MOVE CT-FS-DATAMOV TO CT-FS-ERRO
010570         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010580     END-IF
010590
010600     READ ARQ-DATA-MOVIMENTO
010610         AT END
010620             MOVE '10' TO CT-FS-DATAMOV
010630     END-READ
010640
010650     IF CT-FS-DATAMOV NOT = '00'
010660         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
010670         MOVE 'DATAMOV ' TO CT-ARQUIVO-ERRO
010680         MOVE CT-FS-DATAMOV TO CT-FS-ERRO
010690         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
010700     END-IF
010710
010720     MOVE DM-DATA-MOVIMENTO TO CT-DATA-MOVIMENTO
010730     MOVE DM-REPROCESSO     TO CT-SW-REPROCESSA
010740     MOVE DM-DATA-ABERTURA  TO CT-DATA-ABERTURA
010750     MOVE DM-HORA-ABERTURA  TO CT-HORA-ABERTURA
010760
010770     CLOSE ARQ-DATA-MOVIMENTO.
010780
010790 5100-EXIT.
010800     EXIT.
010810*-----------------------------------------------------------------
010820* 5200-DIA-UTIL-SEGUINTE - AVANCA ATE O DIA UTIL SEGUINTE (NO
010830* MAXIMO 31 DIAS) A PARTIR DA MAIOR ENTRE A DATA DE MOVIMENTO E A
010840* DATA DO SISTEMA (O REPROCESSAMENTO DE UMA DATA ANTIGA NAO PODE
010850* RECUAR O PONTO DE RECUPERACAO); SEM DIA UTIL NO PRAZO, FICA O
010860* ULTIMO DIA AVANCADO
010870*-----------------------------------------------------------------
010880 5200-DIA-UTIL-SEGUINTE.
010890
010900     IF CT-DATA-MOVIMENTO > CT-DATA-SISTEMA
010910         MOVE CT-DATA-MOVIMENTO TO CT-DATA-CALCULO
010920     ELSE
010930         MOVE CT-DATA-SISTEMA TO CT-DATA-CALCULO
010940     END-IF
010950
010960     MOVE 'N' TO CT-SW-DIA-UTIL
010970     MOVE ZEROS TO CT-SUB-RECUO
010980
010990     PERFORM 5220-AVANCA-E-CLASSIFICA THRU 5220-EXIT
011000         UNTIL DIA-UTIL
011010            OR CT-SUB-RECUO > 30
011020
011030     MOVE CT-DATA-CALCULO TO CT-DATA-UTIL-SEGUINTE.
011040
011050 5200-EXIT.
011060     EXIT.
011070*-----------------------------------------------------------------
011080* 5210-AVANCA-UM-DIA - SOMA UM DIA A DATA DE CT-DATA-CALCULO,
011090* VIRANDO O MES E O ANO QUANDO NECESSARIO
011100*-----------------------------------------------------------------
011110 5210-AVANCA-UM-DIA.
011120
011130     PERFORM 2420-ULTIMO-DIA-DO-MES THRU 2420-EXIT
011140
011150     IF CT-CALC-DIA < CT-ULTIMO-DIA
011160         ADD 1 TO CT-CALC-DIA
011170         GO TO 5210-EXIT
011180     END-IF
011190
011200     MOVE 1 TO CT-CALC-DIA
011210
011220     IF CT-CALC-MES < 12
011230         ADD 1 TO CT-CALC-MES
011240     ELSE
011250         MOVE 1 TO CT-CALC-MES
011260         ADD 1 TO CT-CALC-ANO
011270     END-IF.
011280
011290 5210-EXIT.
011300     EXIT.
011310*-----------------------------------------------------------------
011320* 5220-AVANCA-E-CLASSIFICA - AVANCA UM DIA E CLASSIFICA O NOVO DIA
011330*-----------------------------------------------------------------
011340 5220-AVANCA-E-CLASSIFICA.
011350
011360     ADD 1 TO CT-SUB-RECUO
011370     PERFORM 5210-AVANCA-UM-DIA THRU 5210-EXIT
011380     PERFORM 2300-CLASSIFICA-DIA THRU 2300-EXIT.
011390
011400 5220-EXIT.
011410     EXIT.
011420*-----------------------------------------------------------------
011430* 9000-RELATORIO-ABERTURA - EXIBE A DATA DE MOVIMENTO ABERTA E OS
011440* CARTOES GERADOS PARA OS JOBS
011450*-----------------------------------------------------------------
011460 9000-RELATORIO-ABERTURA.
011470
011480     DISPLAY ' '
011490     DISPLAY '**********************************************'
011500     DISPLAY '  DATA DE MOVIMENTO ABERTA                    '
011510     DISPLAY '**********************************************'
011520     DISPLAY '| DATA DE MOVIMENTO .....: ' CT-DATA-MOVIMENTO
011530     IF DATA-INFORMADA
011540         DISPLAY '| (INFORMADA NO CARTAO DATA=)'
011550     END-IF
011560     DISPLAY '| DIA UTIL ..............: ' CT-DIA-UTIL-MOVIMENTO
011570     DISPLAY '| DIA UTIL ANTERIOR .....: ' CT-DATA-UTIL-ANTERIOR
011580     DISPLAY '| ULTIMA DATA CONCLUIDA .: ' CT-ULTIMA-CONCLUIDA
011590     DISPLAY '| REPROCESSAMENTO .......: ' CT-SW-REPROCESSA
011600     DISPLAY '| LINHAS DO CALENDARIO ..: '
011610         CT-QTD-LINHAS-CALENDARIO
011620     DISPLAY '| FERIADOS NO ANO .......: ' CT-QTD-FERIADOS-ANO
011630     DISPLAY '| RETENCAO (MESES) ......: ' CT-RETENCAO-MESES
011640     DISPLAY '|---------------------------------------------'
011650     DISPLAY '| CARTOES GERADOS:'
011660     DISPLAY '| STMCAD06 CORTE ........: ' CT-DATA-CORTE
011670     DISPLAY '| STMCAD08 PERIODO ......: ' CT-PERIODO-ARQUIVO
011680     DISPLAY '| STMCAD03 FAIXA ........: ' CT-DATA-INICIO-MES
011690         ' A ' CT-DATA-MOVIMENTO
011700     DISPLAY '**********************************************'.
011710
011720 9000-EXIT.
011730     EXIT.
011740*-----------------------------------------------------------------
011750* 9100-DEFINE-RETORNO - RC 4 QUANDO A ABERTURA EMITIU AVISO, RC 0
011760* NOS DEMAIS
011770*-----------------------------------------------------------------
011780 9100-DEFINE-RETORNO.
011790
011800     IF AVISO-EMITIDO
011810         MOVE 4 TO RETURN-CODE
011820     ELSE
011830         MOVE 0 TO RETURN-CODE
011840     END-IF.
011850
011860 9100-EXIT.
011870     EXIT.
011880*-----------------------------------------------------------------
011890* 9500-ABRE-RUNHIST - ABRE O HISTORICO DE EXECUCOES EM EXTENSAO
011900* (CRIANDO-O NA PRIMEIRA VEZ) E PREPARA A PARTE FIXA DO REGISTRO
011910*-----------------------------------------------------------------
011920 9500-ABRE-RUNHIST.
011930
011940     OPEN EXTEND ARQ-RUNHIST
011950
011960     IF CT-FS-RUNHIST = '35'
011970         OPEN OUTPUT ARQ-RUNHIST
011980     END-IF
011990
012000     IF CT-FS-RUNHIST NOT = '00'
012010         MOVE 'RUNHIST ' TO CT-ARQUIVO-ERRO
012020         MOVE CT-FS-RUNHIST TO CT-FS-ERRO
012030         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
012040     END-IF
012050
012060     MOVE CT-DATA-MOVIMENTO TO RH-DATA
012070     MOVE CT-HORA-SISTEMA   TO RH-HORA
012080     MOVE 'STMCAD001'       TO RH-PROGRAMA.
012090
012100 9500-EXIT.
012110     EXIT.
012120*-----------------------------------------------------------------
012130* 9510-GRAVA-REGISTRO - GRAVA O REGISTRO CORRENTE DO HISTORICO
012140* DE EXECUCOES, CONFERINDO O FILE STATUS
012150*-----------------------------------------------------------------
012160 9510-GRAVA-REGISTRO.
012170
012180     WRITE REG-RUNHIST.
012190
012200     IF CT-FS-RUNHIST NOT = '00'
012210         MOVE 'RUNHIST ' TO CT-ARQUIVO-ERRO
012220         MOVE CT-FS-RUNHIST TO CT-FS-ERRO
012230         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
012240     END-IF.
012250
012260 9510-EXIT.
012270     EXIT.
012280*-----------------------------------------------------------------
012290* 9800-PARAMETRO-INVALIDO - EXIBE O CARTAO REJEITADO E ENCERRA
012300* COM CODIGO DE RETORNO 8, SEM ABRIR NEM FECHAR A DATA
012310*-----------------------------------------------------------------
012320 9800-PARAMETRO-INVALIDO.
012330
012340     DISPLAY '**********************************************'
012350     DISPLAY '  ERRO - PARAMETRO DO CONTROLE INVALIDO       '
012360     DISPLAY '  CARTAO: ' CT-CARTAO
012370     DISPLAY '  FORMATO: FUNCAO=<ABERTURA OU FECHAMENTO>    '
012380     DISPLAY '           DATA=<YYYYMMDD OU SISTEMA>         '
012390     DISPLAY '           REPROCESSA=<S OU N>                '
012400     DISPLAY '  (DATA= E REPROCESSA= SO NA ABERTURA)        '
012410     DISPLAY '**********************************************'
012420
012430     MOVE 8 TO RETURN-CODE
012440
012450     STOP RUN.
012460
012470 9800-EXIT.
012480     EXIT.
012490*-----------------------------------------------------------------
012500* 9850-ABERTURA-RECUSADA - EXIBE O MOTIVO DA RECUSA E ENCERRA COM
012510* CODIGO DE RETORNO 8, SEM GRAVAR O DATAMOV NEM OS CARTOES: OS
012520* PASSOS SEGUINTES DO JOB NAO EXECUTAM
012530*-----------------------------------------------------------------
012540 9850-ABERTURA-RECUSADA.
012550
012560     DISPLAY '**********************************************'
012570     DISPLAY '  ABERTURA DA DATA DE MOVIMENTO RECUSADA      '
012580     DISPLAY '  ' CT-MENSAGEM
012590     DISPLAY '  DATA DE MOVIMENTO: ' CT-DATA-MOVIMENTO
012600     IF DATA-JA-CONCLUIDA
012610         DISPLAY '  PARA REPROCESSAR, INFORMAR REPROCESSA=S'
012620     END-IF
012630     DISPLAY '**********************************************'
012640
012650     MOVE 8 TO RETURN-CODE
012660
012670     STOP RUN.
012680
012690 9850-EXIT.
012700     EXIT.
012710*-----------------------------------------------------------------
012720* 9860-CALENDARIO-INVALIDO - EXIBE A LINHA RECUSADA DO CALENDARIO
012730* E ENCERRA COM CODIGO DE RETORNO 8
012740*-----------------------------------------------------------------
012750 9860-CALENDARIO-INVALIDO.
012760
012770     DISPLAY '**********************************************'
012780     DISPLAY '  ERRO - CALENDARIO DE NEGOCIO INVALIDO       '
012790     DISPLAY '  ' CT-MENSAGEM
012800     DISPLAY '  LINHA ' CT-QTD-LINHAS-CALENDARIO ': '
012810         REG-CALENDARIO
012820     DISPLAY '**********************************************'
012830
012840     MOVE 8 TO RETURN-CODE
012850
012860     STOP RUN.
012870
012880 9860-EXIT.
012890     EXIT.
012900*-----------------------------------------------------------------
012910* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
012920* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
012930*-----------------------------------------------------------------
012940 9900-ERRO-FATAL-ES.
012950
012960     DISPLAY '**********************************************'
012970     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' CT-ARQUIVO-ERRO
012980     DISPLAY '  FILE STATUS: ' CT-FS-ERRO
012990     DISPLAY '**********************************************'
013000
013010     MOVE 16 TO RETURN-CODE
013020
013030     STOP RUN.
013040
013050 9900-EXIT.
013060     EXIT.
013070 END PROGRAM STMCAD001.
