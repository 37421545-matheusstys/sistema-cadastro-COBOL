000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    RELATORIO SEMANAL DE ENVELHECIMENTO DAS PENDENCIAS
000070*             DE REJEITOS (SUSPREJ, MANTIDO PELO STMCAD010).
000080*             PERCORRE O ARQUIVO E TOTALIZA OS ITENS AINDA
000090*             ABERTOS POR MOTIVO DA ULTIMA REJEICAO E POR FAIXA
000100*             DE IDADE (0-7, 8-30 E MAIS DE 30 DIAS DESDE A
000110*             ABERTURA), COM OS TOTAIS. ITEM ABERTO HA MAIS DIAS
000120*             QUE O LIMITE INFORMADO EM SYSIN (LIMITE=<DIAS, 3
000130*             DIGITOS>) E LISTADO PARA ACOMPANHAMENTO PELO
000140*             BUREAU DE CAPTACAO E MARCADO NO ARQUIVO COM A
000150*             DATA DO PRIMEIRO ALERTA. CONTA TAMBEM OS ITENS
000160*             RESOLVIDOS NOS ULTIMOS 7 DIAS. ARQUIVO AINDA VAZIO
000170*             CONTA COMO SEM PENDENCIAS. ENCERRA COM RC 4 QUANDO
000180*             HA ITEM PARA ACOMPANHAMENTO, RC 8 COM PARAMETRO
000190*             INVALIDO E RC 16 EM ERRO FATAL DE E/S.
000200* TECTONICS.  cobc
000210******************************************************************
000220* MODIFICATION HISTORY
000230*   15/10/26  MS    PROGRAMA ORIGINAL
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. STMCAD075.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARQ-SUSPENSO ASSIGN TO SUSPREJ
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS SP-CHAVE
000340         FILE STATUS IS AG-FS-SUSPENSO.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  ARQ-SUSPENSO.
000380     COPY SUSPREG.
000390 WORKING-STORAGE SECTION.
000400
000410 01  AG-SWITCHES.
000420     02  AG-SW-FIM-SUSPENSO            PIC X(01) VALUE 'N'.
000430         88  FIM-SUSPENSO              VALUE 'S'.
000440     02  AG-SW-SUSPENSO-VAZIO          PIC X(01) VALUE 'N'.
000450         88  SUSPENSO-VAZIO            VALUE 'S'.
000460     02  AG-SW-MOTIVO-ACHADO           PIC X(01) VALUE 'N'.
000470         88  MOTIVO-ACHADO             VALUE 'S'.
000480
000490 01  AG-FS-SUSPENSO                    PIC X(02) VALUE '00'.
000500
000510*-----------------------------------------------------------------
000520* MOTIVOS DE REJEICAO DO STMCAD010; A ULTIMA LINHA DA TABELA DE
000530* ENVELHECIMENTO (OUTROS) RECEBE MOTIVO FORA DESTA LISTA
000540*-----------------------------------------------------------------
000550 01  TABELA-MOTIVOS-VALORES.
000560     02  FILLER PIC X(23) VALUE 'FMT E-MAIL INVALIDO    '.
000570     02  FILLER PIC X(23) VALUE 'CPF CPF INVALIDO       '.
000580     02  FILLER PIC X(23) VALUE 'DUP E-MAIL DUPLICADO   '.
000590     02  FILLER PIC X(23) VALUE 'INX CADASTRO INEXIST.  '.
000600     02  FILLER PIC X(23) VALUE 'INA CADASTRO INATIVO   '.
000610     02  FILLER PIC X(23) VALUE 'ATV CADASTRO JA ATIVO  '.
000620     02  FILLER PIC X(23) VALUE 'TEX E-MAIL NOVO EXISTE '.
000630     02  FILLER PIC X(23) VALUE 'COD CODIGO INVALIDO    '.
000640     02  FILLER PIC X(23) VALUE 'CPD CPF EM USO         '.
000650     02  FILLER PIC X(23) VALUE 'CNS CONSENT. INVALIDO  '.
000660     02  FILLER PIC X(23) VALUE 'UFI UF INVALIDA        '.
000670     02  FILLER PIC X(23) VALUE 'CEP CEP INEXISTENTE    '.
000680     02  FILLER PIC X(23) VALUE '*** OUTROS             '.
000690 01  TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-VALORES.
000700     02  TM-ENTRADA OCCURS 13 TIMES INDEXED BY TM-IDX.
000710         03  TM-CODIGO                 PIC X(03).
000720         03  FILLER                    PIC X(01).
000730         03  TM-DESCRICAO              PIC X(19).
000740
000750 01  TABELA-ENVELHECIMENTO.
000760     02  TE-MOTIVO OCCURS 13 TIMES.
000770         03  TE-QTD-FAIXA OCCURS 3 TIMES
000780                                       PIC 9(06).
000790         03  TE-QTD-TOTAL              PIC 9(06).
000800
000810 01  TABELA-TOTAIS-FAIXA.
000820     02  TF-QTD-FAIXA OCCURS 3 TIMES   PIC 9(06).
000830
000840 01  AG-LINHA-MOTIVO.
000850     02  FILLER                        PIC X(02) VALUE '| '.
000860     02  LM-CODIGO                     PIC X(03).
000870     02  FILLER                        PIC X(01) VALUE SPACE.
000880     02  LM-DESCRICAO                  PIC X(19).
000890     02  LM-QTD-FAIXA OCCURS 3 TIMES.
000900         03  FILLER                    PIC X(03) VALUE SPACES.
000910         03  LM-QTD                    PIC ZZZZZZ9.
000920     02  FILLER                        PIC X(03) VALUE SPACES.
000930     02  LM-QTD-TOTAL                  PIC ZZZZZZ9.
000940
000950 01  AG-LINHA-ALERTA.
000960     02  FILLER                        PIC X(02) VALUE '| '.
000970     02  LA-EMAIL                      PIC X(30).
000980     02  FILLER                        PIC X(01) VALUE SPACE.
000990     02  LA-CODIGO                     PIC X(01).
001000     02  FILLER                        PIC X(01) VALUE SPACE.
001010     02  LA-MOTIVO                     PIC X(03).
001020     02  FILLER                        PIC X(01) VALUE SPACE.
001030     02  LA-DATA-ABERTURA              PIC X(08).
001040     02  FILLER                        PIC X(01) VALUE SPACE.
001050     02  LA-IDADE                      PIC ZZZZ9.
001060     02  FILLER                        PIC X(01) VALUE SPACE.
001070     02  LA-QTD-REJEICOES              PIC ZZZ9.
001080     02  FILLER                        PIC X(01) VALUE SPACE.
001090     02  LA-DATA-ALERTA                PIC X(08).
001100
001110 01  AG-DATA-CALCULO                   PIC 9(08) VALUE ZEROS.
001120 01  AG-DATA-CALCULO-R REDEFINES AG-DATA-CALCULO.
001130     02  AG-CALC-ANO                   PIC 9(04).
001140     02  AG-CALC-MES                   PIC 9(02).
001150     02  AG-CALC-DIA                   PIC 9(02).
001160
001170 77  AG-CARTAO                         PIC X(80) VALUE SPACES.
001180 77  AG-DIAS-LIMITE                    PIC 9(03) VALUE ZEROS.
001190 77  AG-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001200 77  AG-DIA-HOJE                       PIC 9(07) VALUE ZEROS.
001210 77  AG-DIA-ABSOLUTO                   PIC 9(07) VALUE ZEROS.
001220 77  AG-IDADE-ITEM                     PIC S9(05) VALUE ZEROS.
001230 77  AG-ANO-AJUSTADO                   PIC 9(04) VALUE ZEROS.
001240 77  AG-MES-AJUSTADO                   PIC 9(02) VALUE ZEROS.
001250 77  AG-QUOCIENTE                      PIC 9(07) VALUE ZEROS.
001260 77  AG-DIAS-MESES                     PIC 9(04) VALUE ZEROS.
001270 77  AG-SUB-MOTIVO                     PIC 9(02) COMP VALUE ZEROS.
001280 77  AG-SUB-FAIXA                      PIC 9(02) COMP VALUE ZEROS.
001290 77  AG-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001300 77  AG-FS-ERRO                        PIC X(02) VALUE SPACES.
001310
001320 01  AG-CONTADORES.
001330     02  AG-QTD-LIDOS                  PIC 9(06) VALUE ZEROS.
001340     02  AG-QTD-ABERTOS                PIC 9(06) VALUE ZEROS.
001350     02  AG-QTD-RESOLVIDOS             PIC 9(06) VALUE ZEROS.
001360     02  AG-QTD-RESOLVIDOS-SEMANA      PIC 9(06) VALUE ZEROS.
001370     02  AG-QTD-ACOMPANHAR             PIC 9(06) VALUE ZEROS.
001380     02  AG-QTD-ALERTAS-NOVOS          PIC 9(06) VALUE ZEROS.
001390     02  AG-QTD-DATA-INVALIDA          PIC 9(06) VALUE ZEROS.
001400
001410 PROCEDURE DIVISION.
001420*-----------------------------------------------------------------
001430* 0000-MAINLINE - CONTROLA A LEITURA DAS PENDENCIAS, O RELATORIO
001440* DE ENVELHECIMENTO E O CODIGO DE RETORNO
001450*-----------------------------------------------------------------
001460 0000-MAINLINE.
001470
001480     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001490
001500     PERFORM 2000-PROCESSA-PENDENCIA THRU 2000-EXIT
001510         UNTIL FIM-SUSPENSO.
001520
001530     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001540
001550     PERFORM 9000-RELATORIO-ENVELHECIMENTO THRU 9000-EXIT.
001560
001570     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
001580
001590     STOP RUN.
001600*-----------------------------------------------------------------
001610* 1000-INICIALIZACAO - LE O PARAMETRO, CALCULA O DIA ABSOLUTO DE
001620* HOJE, ABRE O ARQUIVO DE PENDENCIAS PARA ATUALIZACAO (AINDA
001630* NUNCA CARREGADO CONTA COMO VAZIO) E FAZ A LEITURA INICIAL
001640*-----------------------------------------------------------------
001650 1000-INICIALIZACAO.
001660
001670     DISPLAY '**********************************************'
001680     DISPLAY '  ENVELHECIMENTO DAS PENDENCIAS DE REJEITOS   '
001690     DISPLAY '**********************************************'
001700
001710     ACCEPT AG-DATA-PROCESSO FROM DATE YYYYMMDD
001720
001730     PERFORM 1100-LE-PARAMETRO THRU 1100-EXIT
001740
001750     INITIALIZE TABELA-ENVELHECIMENTO
001760                TABELA-TOTAIS-FAIXA
001770
001780     MOVE AG-DATA-PROCESSO TO AG-DATA-CALCULO
001790     PERFORM 2300-CALCULA-DIA-ABSOLUTO THRU 2300-EXIT
001800     MOVE AG-DIA-ABSOLUTO TO AG-DIA-HOJE
001810
001820     DISPLAY '| DATA DO PROCESSAMENTO: ' AG-DATA-PROCESSO
001830     DISPLAY '| LIMITE PARA ACOMPANHAMENTO: ' AG-DIAS-LIMITE
001840         ' DIAS'
001850
001860     OPEN I-O ARQ-SUSPENSO.
001870
001880     IF AG-FS-SUSPENSO = '35'
001890         SET SUSPENSO-VAZIO TO TRUE
001900         SET FIM-SUSPENSO TO TRUE
001910         GO TO 1000-EXIT
001920     END-IF
001930
001940     IF AG-FS-SUSPENSO NOT = '00'
001950         MOVE 'SUSPREJ ' TO AG-ARQUIVO-ERRO
001960         MOVE AG-FS-SUSPENSO TO AG-FS-ERRO
001970         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001980     END-IF
001990
002000     DISPLAY ' '
002010     DISPLAY '| PENDENCIAS PARA ACOMPANHAMENTO DO BUREAU:'
002020     DISPLAY '| E-MAIL                         T MOT ABERTURA '
002030         ' DIAS REJ. ALERTA'
002040
002050     PERFORM 2100-LE-SUSPENSO THRU 2100-EXIT.
002060
002070 1000-EXIT.
002080     EXIT.
002090*-----------------------------------------------------------------
002100* 1100-LE-PARAMETRO - LE E CRITICA O CARTAO DE SYSIN:
002110* LIMITE=<DIAS DE ABERTURA PARA ACOMPANHAMENTO, 3 DIGITOS>
002120*-----------------------------------------------------------------
002130 1100-LE-PARAMETRO.
002140
002150     MOVE SPACES TO AG-CARTAO
002160     ACCEPT AG-CARTAO
002170
002180     IF AG-CARTAO(1:7) NOT = 'LIMITE='
002190         OR AG-CARTAO(8:3) IS NOT NUMERIC
002200         PERFORM 9800-PARAMETRO-INVALIDO THRU 9800-EXIT
002210     END-IF
002220
002230     MOVE AG-CARTAO(8:3) TO AG-DIAS-LIMITE.
002240
002250 1100-EXIT.
002260     EXIT.
002270*-----------------------------------------------------------------
002280* 2000-PROCESSA-PENDENCIA - CONTA O ITEM RESOLVIDO (E SE FOI NOS
002290* ULTIMOS 7 DIAS) OU CLASSIFICA O ITEM ABERTO POR MOTIVO E FAIXA
002300* DE IDADE, LISTANDO O QUE PASSOU DO LIMITE, E LE O PROXIMO
002310*-----------------------------------------------------------------
002320 2000-PROCESSA-PENDENCIA.
002330
002340     ADD 1 TO AG-QTD-LIDOS
002350
002360     IF SP-RESOLVIDO
002370         ADD 1 TO AG-QTD-RESOLVIDOS
002380         MOVE SP-DATA-RESOLUCAO TO AG-DATA-CALCULO
002390         PERFORM 2200-CALCULA-IDADE THRU 2200-EXIT
002400         IF AG-IDADE-ITEM NOT > 7
002410             ADD 1 TO AG-QTD-RESOLVIDOS-SEMANA
002420         END-IF
002430         GO TO 2000-LE-PROXIMO
002440     END-IF
002450
002460     ADD 1 TO AG-QTD-ABERTOS
002470
002480     MOVE SP-DATA-ABERTURA TO AG-DATA-CALCULO
002490     PERFORM 2200-CALCULA-IDADE THRU 2200-EXIT
002500
002510     EVALUATE TRUE
002520         WHEN AG-IDADE-ITEM NOT > 7
002530             MOVE 1 TO AG-SUB-FAIXA
002540         WHEN AG-IDADE-ITEM NOT > 30
002550             MOVE 2 TO AG-SUB-FAIXA
002560         WHEN OTHER
002570             MOVE 3 TO AG-SUB-FAIXA
002580     END-EVALUATE
002590
002600     MOVE 'N' TO AG-SW-MOTIVO-ACHADO
002610
002620     PERFORM 2400-COMPARA-MOTIVO THRU 2400-EXIT
002630         VARYING TM-IDX FROM 1 BY 1
002640         UNTIL TM-IDX > 12
002650            OR MOTIVO-ACHADO
002660
002670     IF NOT MOTIVO-ACHADO
002680         MOVE 13 TO AG-SUB-MOTIVO
002690     END-IF
002700
002710     ADD 1 TO TE-QTD-FAIXA(AG-SUB-MOTIVO AG-SUB-FAIXA)
002720     ADD 1 TO TE-QTD-TOTAL(AG-SUB-MOTIVO)
002730     ADD 1 TO TF-QTD-FAIXA(AG-SUB-FAIXA)
002740
002750     IF AG-IDADE-ITEM > AG-DIAS-LIMITE
002760         PERFORM 2500-LISTA-ACOMPANHAMENTO THRU 2500-EXIT
002770     END-IF.
002780
002790 2000-LE-PROXIMO.
002800
002810     PERFORM 2100-LE-SUSPENSO THRU 2100-EXIT.
002820
002830 2000-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 2100-LE-SUSPENSO - LE O PROXIMO ITEM DO ARQUIVO DE PENDENCIAS
002870*-----------------------------------------------------------------
002880 2100-LE-SUSPENSO.
002890
002900     READ ARQ-SUSPENSO NEXT
002910         AT END
002920             SET FIM-SUSPENSO TO TRUE
002930             GO TO 2100-EXIT
002940     END-READ
002950
002960     IF AG-FS-SUSPENSO NOT = '00'
002970         MOVE 'SUSPREJ ' TO AG-ARQUIVO-ERRO
002980         MOVE AG-FS-SUSPENSO TO AG-FS-ERRO
002990         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003000     END-IF.
003010
003020 2100-EXIT.
003030     EXIT.
003040*-----------------------------------------------------------------
003050* 2200-CALCULA-IDADE - IDADE EM DIAS DA DATA EM AG-DATA-CALCULO
003060* ATE HOJE; DATA NAO NUMERICA OU POSTERIOR A HOJE E CONTADA
003070* COMO INVALIDA E TRATADA COMO IDADE ZERO
003080*-----------------------------------------------------------------
003090 2200-CALCULA-IDADE.
003100
003110     IF AG-DATA-CALCULO IS NOT NUMERIC
003120         OR AG-CALC-MES < 1 OR AG-CALC-MES > 12
003130         ADD 1 TO AG-QTD-DATA-INVALIDA
003140         MOVE ZEROS TO AG-IDADE-ITEM
003150         GO TO 2200-EXIT
003160     END-IF
003170
003180     PERFORM 2300-CALCULA-DIA-ABSOLUTO THRU 2300-EXIT
003190
003200     COMPUTE AG-IDADE-ITEM = AG-DIA-HOJE - AG-DIA-ABSOLUTO
003210
003220     IF AG-IDADE-ITEM < 0
003230         ADD 1 TO AG-QTD-DATA-INVALIDA
003240         MOVE ZEROS TO AG-IDADE-ITEM
003250     END-IF.
003260
003270 2200-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300* 2300-CALCULA-DIA-ABSOLUTO - CONVERTE A DATA YYYYMMDD DE
003310* AG-DATA-CALCULO NO NUMERO DE DIAS CORRIDOS DESDE UMA ORIGEM
003320* FIXA (CALENDARIO GREGORIANO, ANO COMECANDO EM MARCO PARA QUE
003330* O DIA 29 DE FEVEREIRO FIQUE NO FIM DO ANO), PARA A DIFERENCA
003340* ENTRE DUAS DATAS SER UMA SUBTRACAO
003350*-----------------------------------------------------------------
003360 2300-CALCULA-DIA-ABSOLUTO.
003370
003380     IF AG-CALC-MES > 2
003390         MOVE AG-CALC-ANO TO AG-ANO-AJUSTADO
003400         COMPUTE AG-MES-AJUSTADO = AG-CALC-MES - 3
003410     ELSE
003420         COMPUTE AG-ANO-AJUSTADO = AG-CALC-ANO - 1
003430         COMPUTE AG-MES-AJUSTADO = AG-CALC-MES + 9
003440     END-IF
003450
003460     COMPUTE AG-DIA-ABSOLUTO = AG-ANO-AJUSTADO * 365
003470                             + AG-CALC-DIA
003480
003490     DIVIDE AG-ANO-AJUSTADO BY 4 GIVING AG-QUOCIENTE
003500     ADD AG-QUOCIENTE TO AG-DIA-ABSOLUTO
003510
003520     DIVIDE AG-ANO-AJUSTADO BY 100 GIVING AG-QUOCIENTE
003530     SUBTRACT AG-QUOCIENTE FROM AG-DIA-ABSOLUTO
003540
003550     DIVIDE AG-ANO-AJUSTADO BY 400 GIVING AG-QUOCIENTE
003560     ADD AG-QUOCIENTE TO AG-DIA-ABSOLUTO
003570
003580     COMPUTE AG-DIAS-MESES = AG-MES-AJUSTADO * 153 + 2
003590     DIVIDE AG-DIAS-MESES BY 5 GIVING AG-QUOCIENTE
003600     ADD AG-QUOCIENTE TO AG-DIA-ABSOLUTO.
003610
003620 2300-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------------
003650* 2400-COMPARA-MOTIVO - COMPARA O MOTIVO DO ITEM COM A ENTRADA
003660* CORRENTE DA TABELA DE MOTIVOS
003670*-----------------------------------------------------------------
003680 2400-COMPARA-MOTIVO.
003690
003700     IF TM-CODIGO(TM-IDX) = SP-MOTIVO
003710         SET MOTIVO-ACHADO TO TRUE
003720         SET AG-SUB-MOTIVO TO TM-IDX
003730     END-IF.
003740
003750 2400-EXIT.
003760     EXIT.
003770*-----------------------------------------------------------------
003780* 2500-LISTA-ACOMPANHAMENTO - LISTA O ITEM ABERTO HA MAIS DIAS
003790* QUE O LIMITE PARA ACOMPANHAMENTO PELO BUREAU; NO PRIMEIRO
003800* ALERTA GRAVA A DATA DE HOJE NO ITEM
003810*-----------------------------------------------------------------
003820 2500-LISTA-ACOMPANHAMENTO.
003830
003840     ADD 1 TO AG-QTD-ACOMPANHAR
003850
003860     IF SP-DATA-ALERTA = SPACES
003870         MOVE AG-DATA-PROCESSO TO SP-DATA-ALERTA
003880         ADD 1 TO AG-QTD-ALERTAS-NOVOS
003890         REWRITE REG-SUSPENSO
003900         IF AG-FS-SUSPENSO NOT = '00'
003910             MOVE 'SUSPREJ ' TO AG-ARQUIVO-ERRO
003920             MOVE AG-FS-SUSPENSO TO AG-FS-ERRO
003930             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003940         END-IF
003950     END-IF
003960
003970     MOVE SP-EMAIL               TO LA-EMAIL
003980     MOVE SP-CODIGO              TO LA-CODIGO
003990     MOVE SP-MOTIVO              TO LA-MOTIVO
004000     MOVE SP-DATA-ABERTURA       TO LA-DATA-ABERTURA
004010     MOVE AG-IDADE-ITEM          TO LA-IDADE
004020     MOVE SP-QTD-REJEICOES       TO LA-QTD-REJEICOES
004030     MOVE SP-DATA-ALERTA         TO LA-DATA-ALERTA
004040
004050     DISPLAY AG-LINHA-ALERTA.
004060
004070 2500-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100* 8000-FINALIZACAO - FECHA O ARQUIVO DE PENDENCIAS
004110*-----------------------------------------------------------------
004120 8000-FINALIZACAO.
004130
004140     IF NOT SUSPENSO-VAZIO
004150         CLOSE ARQ-SUSPENSO
004160     END-IF.
004170
004180 8000-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004210* 9000-RELATORIO-ENVELHECIMENTO - EXIBE OS ITENS ABERTOS POR
004220* MOTIVO E FAIXA DE IDADE, COM OS TOTAIS, E OS CONTADORES
004230*-----------------------------------------------------------------
004240 9000-RELATORIO-ENVELHECIMENTO.
004250
004260     DISPLAY ' '
004270     DISPLAY '**********************************************'
004280     DISPLAY '  ENVELHECIMENTO DAS PENDENCIAS - FIM DE JOB  '
004290     DISPLAY '**********************************************'
004300     DISPLAY '| MOTIVO                   0-7 DIAS'
004310         ' 8-30 DIAS  +30 DIAS     TOTAL'
004320
004330     PERFORM 9010-LINHA-MOTIVO THRU 9010-EXIT
004340         VARYING TM-IDX FROM 1 BY 1
004350         UNTIL TM-IDX > 13
004360
004370     MOVE 'TOT'                  TO LM-CODIGO
004380     MOVE 'TOTAL EM ABERTO'      TO LM-DESCRICAO
004390     MOVE TF-QTD-FAIXA(1)        TO LM-QTD(1)
004400     MOVE TF-QTD-FAIXA(2)        TO LM-QTD(2)
004410     MOVE TF-QTD-FAIXA(3)        TO LM-QTD(3)
004420     MOVE AG-QTD-ABERTOS         TO LM-QTD-TOTAL
004430     DISPLAY '|--------------------------------------------'
004440     DISPLAY AG-LINHA-MOTIVO
004450
004460     DISPLAY '|--------------------------------------------'
004470     DISPLAY '| ITENS LIDOS ...........: ' AG-QTD-LIDOS
004480     DISPLAY '| ITENS EM ABERTO .......: ' AG-QTD-ABERTOS
004490     DISPLAY '| ITENS RESOLVIDOS ......: ' AG-QTD-RESOLVIDOS
004500     DISPLAY '| RESOLVIDOS EM 7 DIAS ..: '
004510         AG-QTD-RESOLVIDOS-SEMANA
004520     DISPLAY '| PARA ACOMPANHAMENTO ...: ' AG-QTD-ACOMPANHAR
004530     DISPLAY '| ALERTAS NOVOS .........: ' AG-QTD-ALERTAS-NOVOS
004540     DISPLAY '| DATAS INVALIDAS .......: ' AG-QTD-DATA-INVALIDA
004550     DISPLAY '**********************************************'.
004560
004570 9000-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------------
004600* 9010-LINHA-MOTIVO - EXIBE A LINHA DE UM MOTIVO DA TABELA; A
004610* LINHA DE OUTROS SO APARECE QUANDO HA ITEM NELA
004620*-----------------------------------------------------------------
004630 9010-LINHA-MOTIVO.
004640
004650     SET AG-SUB-MOTIVO TO TM-IDX
004660
004670     IF AG-SUB-MOTIVO = 13
004680         AND TE-QTD-TOTAL(AG-SUB-MOTIVO) = ZEROS
004690         GO TO 9010-EXIT
004700     END-IF
004710
004720     MOVE TM-CODIGO(TM-IDX)      TO LM-CODIGO
004730     MOVE TM-DESCRICAO(TM-IDX)   TO LM-DESCRICAO
004740     MOVE TE-QTD-FAIXA(AG-SUB-MOTIVO 1) TO LM-QTD(1)
004750     MOVE TE-QTD-FAIXA(AG-SUB-MOTIVO 2) TO LM-QTD(2)
004760     MOVE TE-QTD-FAIXA(AG-SUB-MOTIVO 3) TO LM-QTD(3)
004770     MOVE TE-QTD-TOTAL(AG-SUB-MOTIVO)   TO LM-QTD-TOTAL
004780
004790     DISPLAY AG-LINHA-MOTIVO.
004800
004810 9010-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840* 9100-DEFINE-RETORNO - RC 4 QUANDO HA ITEM PARA ACOMPANHAMENTO
004850* PELO BUREAU, RC 0 NOS DEMAIS
004860*-----------------------------------------------------------------
004870 9100-DEFINE-RETORNO.
004880
004890     IF AG-QTD-ACOMPANHAR > 0
004900         MOVE 4 TO RETURN-CODE
004910     ELSE
004920         MOVE 0 TO RETURN-CODE
004930     END-IF.
004940
004950 9100-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------------
004980* 9800-PARAMETRO-INVALIDO - EXIBE O CARTAO REJEITADO E ENCERRA
004990* COM CODIGO DE RETORNO 8, SEM LER AS PENDENCIAS
005000*-----------------------------------------------------------------
005010 9800-PARAMETRO-INVALIDO.
005020
005030     DISPLAY '**********************************************'
005040     DISPLAY '  ERRO - PARAMETRO DO ENVELHECIMENTO INVALIDO '
005050     DISPLAY '  CARTAO: ' AG-CARTAO
005060     DISPLAY '  FORMATO: LIMITE=<DIAS, 3 DIGITOS>           '
005070     DISPLAY '**********************************************'
005080
005090     MOVE 8 TO RETURN-CODE
005100
005110     STOP RUN.
005120
005130 9800-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------------
005160* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
005170* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
005180*-----------------------------------------------------------------
005190 9900-ERRO-FATAL-ES.
005200
005210     DISPLAY '**********************************************'
005220     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' AG-ARQUIVO-ERRO
005230     DISPLAY '  FILE STATUS: ' AG-FS-ERRO
005240     DISPLAY '**********************************************'
005250
005260     MOVE 16 TO RETURN-CODE
005270
005280     STOP RUN.
005290
005300 9900-EXIT.
005310     EXIT.
005320 END PROGRAM STMCAD075.
