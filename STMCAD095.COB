000230******************************************************************
000240* MODIFICATION HISTORY
000250*   02/09/26  MS    PROGRAMA ORIGINAL
000260*   15/10/26  MS    A DATA DO BATIMENTO PASSA A SER A DATA DE
000270*                   MOVIMENTO ABERTA PELO STMCAD001 NO INICIO DO
000280*                   JOB (DATAMOV), A MESMA QUE DATA OS TOTAIS DO
000290*                   RUNHIST; O LOTE QUE PASSA DA MEIA-NOITE OU O
000300*                   REPROCESSAMENTO DE UMA DATA ANTERIOR BATEM O
000310*                   DIA CERTO. SEM O DATAMOV, ENCERRA COM RC 16
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. STMCAD095.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQ-RUNHIST ASSIGN TO RUNHIST
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS BL-FS-RUNHIST.
000410     SELECT ARQ-DATA-MOVIMENTO ASSIGN TO DATAMOV
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS BL-FS-DATAMOV.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQ-RUNHIST
000470     RECORDING MODE IS F.
000480     COPY RUNHREG.
000490 FD  ARQ-DATA-MOVIMENTO
000500     RECORDING MODE IS F.
000510     COPY DTMVREG.
000520 WORKING-STORAGE SECTION.
000530
000540 01  BL-SWITCHES.
000550     02  BL-SW-FIM-RUNHIST             PIC X(01) VALUE 'N'.
000560         88  FIM-RUNHIST               VALUE 'S'.
000570     02  BL-SW-MESTRE-HOJE             PIC X(01) VALUE 'N'.
000580         88  MESTRE-HOJE-ACHADO        VALUE 'S'.
000590     02  BL-SW-MESTRE-ANTERIOR         PIC X(01) VALUE 'N'.
000600         88  MESTRE-ANTERIOR-ACHADO    VALUE 'S'.
000610     02  BL-SW-VOLUME-HOJE             PIC X(01) VALUE 'N'.
000620         88  VOLUME-HOJE-ACHADO        VALUE 'S'.
000630     02  BL-SW-DESBALANCEADO           PIC X(01) VALUE 'N'.
000640         88  CONTINUIDADE-FALHOU       VALUE 'S'.
000650     02  BL-SW-AVISO                   PIC X(01) VALUE 'N'.
000660         88  AVISO-EMITIDO             VALUE 'S'.
000670
000680 01  BL-FS-RUNHIST                     PIC X(02) VALUE '00'.
000690 01  BL-FS-DATAMOV                     PIC X(02) VALUE '00'.
000700
000710 01  TABELA-VOLUMES.
000720     02  BV-ENTRADA OCCURS 5 TIMES INDEXED BY BV-IDX.
000730         03  BV-DATA                   PIC X(08).
000740         03  BV-QTD                    PIC 9(08).
000750
000760 77  BL-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000770 77  BL-QTD-LIDOS                      PIC 9(06) VALUE ZEROS.
000780 77  BL-MESTRE-HOJE                    PIC 9(08) VALUE ZEROS.
000790 77  BL-MESTRE-ANTERIOR                PIC 9(08) VALUE ZEROS.
000800 77  BL-DATA-ANTERIOR                  PIC X(08) VALUE SPACES.
000810 77  BL-INCL-HOJE                      PIC 9(08) VALUE ZEROS.
000820 77  BL-EXCL-HOJE                      PIC 9(08) VALUE ZEROS.
000830 77  BL-REAT-HOJE                      PIC 9(08) VALUE ZEROS.
000840 77  BL-VOLUME-HOJE                    PIC 9(08) VALUE ZEROS.
000850 77  BL-QTD-VOLUMES                    PIC 9(02) VALUE ZEROS.
000860 77  BL-SOMA-VOLUMES                   PIC 9(10) VALUE ZEROS.
000870 77  BL-MEDIA-VOLUMES                  PIC 9(08) VALUE ZEROS.
000880 77  BL-VOLUME-DOBRADO                 PIC 9(09) VALUE ZEROS.
000890 77  BL-ESPERADO-HOJE                  PIC S9(09) VALUE ZEROS.
000900 77  BL-SUB-VARRE                      PIC 9(02) COMP VALUE ZEROS.
000910 77  BL-SUB-DESLOCA                    PIC 9(02) COMP VALUE ZEROS.
000920
000930 PROCEDURE DIVISION.
000940*-----------------------------------------------------------------
000950* 0000-MAINLINE - CONTROLA A LEITURA DO HISTORICO, A AVALIACAO
000960* DO BATIMENTO E O CODIGO DE RETORNO PARA O SCHEDULER
000970*-----------------------------------------------------------------
000980 0000-MAINLINE.
000990
001000     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001010
001020     PERFORM 2000-PROCESSA-HISTORICO THRU 2000-EXIT
001030         UNTIL FIM-RUNHIST.
001040
001050     PERFORM 3000-AVALIA-CONTINUIDADE THRU 3000-EXIT.
001060
001070     PERFORM 4000-AVALIA-VOLUME THRU 4000-EXIT.
001080
001090     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001100
001110     PERFORM 9000-RELATORIO-BATIMENTO THRU 9000-EXIT.
001120
001130     EVALUATE TRUE
001140         WHEN CONTINUIDADE-FALHOU
001150             MOVE 8 TO RETURN-CODE
001160             DISPLAY '| CODIGO DE RETORNO .....: 8 (DESBALANCE)'
001170         WHEN AVISO-EMITIDO
001180             MOVE 4 TO RETURN-CODE
001190             DISPLAY '| CODIGO DE RETORNO .....: 4 (AVISO)'
001200         WHEN OTHER
001210             MOVE 0 TO RETURN-CODE
001220             DISPLAY '| CODIGO DE RETORNO .....: 0 (BATIDO)'
001230     END-EVALUATE
001240
001250     STOP RUN.
001260*-----------------------------------------------------------------
001270* 1000-INICIALIZACAO - ABRE O HISTORICO DE EXECUCOES E FAZ A
001280* LEITURA INICIAL (PRIMING READ)
001290*-----------------------------------------------------------------
001300 1000-INICIALIZACAO.
001310
001320     DISPLAY '**********************************************'
001330     DISPLAY '       BATIMENTO DIA-A-DIA DO CADASTRO        '
001340     DISPLAY '**********************************************'
001350
001360     PERFORM 1100-LE-DATA-MOVIMENTO THRU 1100-EXIT
001370
001380     DISPLAY '| DATA DO PROCESSAMENTO: ' BL-DATA-PROCESSO
001390
001400     OPEN INPUT ARQ-RUNHIST.
001410
001420     IF BL-FS-RUNHIST NOT = '00'
001430         DISPLAY '**********************************************'
001440         DISPLAY '  ERRO FATAL - ARQUIVO RUNHIST NAO DISPONIVEL  '
001450         DISPLAY '  FILE STATUS: ' BL-FS-RUNHIST
001460         DISPLAY '**********************************************'
001470         MOVE 16 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001500
001510     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
001520
001530 1000-EXIT.
001540     EXIT.
001550*-----------------------------------------------------------------
001560* 1100-LE-DATA-MOVIMENTO - TOMA A DATA DO BATIMENTO DO CARTAO DA
001570* DATA DE MOVIMENTO GRAVADO PELO STMCAD001 NA ABERTURA DO JOB
001580*-----------------------------------------------------------------
001590 1100-LE-DATA-MOVIMENTO.
001600
001610     OPEN INPUT ARQ-DATA-MOVIMENTO.
001620
001630     IF BL-FS-DATAMOV = '00'
001640         READ ARQ-DATA-MOVIMENTO
001650             AT END
001660                 MOVE '10' TO BL-FS-DATAMOV
001670         END-READ
001680     END-IF
001690
001700     IF BL-FS-DATAMOV NOT = '00'
001710         OR DM-DATA-MOVIMENTO IS NOT NUMERIC
001720         DISPLAY '**********************************************'
001730         DISPLAY '  ERRO FATAL - DATA DE MOVIMENTO (DATAMOV)     '
001740         DISPLAY '  NAO DISPONIVEL - EXECUTAR O STMCAD001        '
001750         DISPLAY '  FILE STATUS: ' BL-FS-DATAMOV
001760         DISPLAY '**********************************************'
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF
001800
001810     MOVE DM-DATA-MOVIMENTO TO BL-DATA-PROCESSO
001820
001830     CLOSE ARQ-DATA-MOVIMENTO.
001840
001850 1100-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
001880* 2000-PROCESSA-HISTORICO - CLASSIFICA O REGISTRO CORRENTE DO
001890* HISTORICO NOS ACUMULADORES DO BATIMENTO (O ARQUIVO E
001900* CRONOLOGICO, ENTAO O ULTIMO REGISTRO DE CADA CONTADOR VALE) E
001910* LE O PROXIMO
001920*-----------------------------------------------------------------
001930 2000-PROCESSA-HISTORICO.
001940
001950     ADD 1 TO BL-QTD-LIDOS
001960
001970     EVALUATE TRUE
001980         WHEN RH-PROGRAMA = 'STMCAD015'
001990             AND RH-CONTADOR = 'REGISTROS-MESTRE'
002000             IF RH-DATA = BL-DATA-PROCESSO
002010                 MOVE RH-QTD TO BL-MESTRE-HOJE
002020                 SET MESTRE-HOJE-ACHADO TO TRUE
002030             ELSE
002040                 IF RH-DATA < BL-DATA-PROCESSO
002050                     MOVE RH-QTD TO BL-MESTRE-ANTERIOR
002060                     MOVE RH-DATA TO BL-DATA-ANTERIOR
002070                     SET MESTRE-ANTERIOR-ACHADO TO TRUE
002080                 END-IF
002090             END-IF
002100         WHEN RH-PROGRAMA = 'STMCAD010'
002110             AND RH-DATA = BL-DATA-PROCESSO
002120             EVALUATE RH-CONTADOR
002130                 WHEN 'INCLUSOES'
002140                     MOVE RH-QTD TO BL-INCL-HOJE
002150                 WHEN 'EXCLUSOES'
002160                     MOVE RH-QTD TO BL-EXCL-HOJE
002170                 WHEN 'REATIVACOES'
002180                     MOVE RH-QTD TO BL-REAT-HOJE
002190             END-EVALUATE
002200         WHEN RH-PROGRAMA = 'STMCAD005'
002210             AND RH-CONTADOR = 'DETALHES-VALIDOS'
002220             IF RH-DATA = BL-DATA-PROCESSO
002230                 MOVE RH-QTD TO BL-VOLUME-HOJE
002240                 SET VOLUME-HOJE-ACHADO TO TRUE
002250             ELSE
002260                 IF RH-DATA < BL-DATA-PROCESSO
002270                     PERFORM 2100-ACUMULA-VOLUME THRU 2100-EXIT
002280                 END-IF
002290             END-IF
002300     END-EVALUATE
002310
002320     PERFORM 2900-LER-HISTORICO THRU 2900-EXIT.
002330
002340 2000-EXIT.
002350     EXIT.
002360*-----------------------------------------------------------------
002370* 2100-ACUMULA-VOLUME - GUARDA O VOLUME CRITICADO DE UM DIA
002380* ANTERIOR NA TABELA DOS ULTIMOS CINCO DIAS: MESMO DIA (RERUN)
002390* SUBSTITUI A ULTIMA POSICAO, DIA NOVO DESLOCA A TABELA
002400*-----------------------------------------------------------------
002410 2100-ACUMULA-VOLUME.
002420
002430     IF BL-QTD-VOLUMES > 0
002440         AND BV-DATA(BL-QTD-VOLUMES) = RH-DATA
002450         MOVE RH-QTD TO BV-QTD(BL-QTD-VOLUMES)
002460         GO TO 2100-EXIT
002470     END-IF
002480
002490     IF BL-QTD-VOLUMES < 5
002500         ADD 1 TO BL-QTD-VOLUMES
002510     ELSE
002520         PERFORM 2110-DESLOCA-VOLUME THRU 2110-EXIT
002530             VARYING BL-SUB-DESLOCA FROM 1 BY 1
002540             UNTIL BL-SUB-DESLOCA > 4
002550     END-IF
002560
002570     MOVE RH-DATA TO BV-DATA(BL-QTD-VOLUMES)
002580     MOVE RH-QTD  TO BV-QTD(BL-QTD-VOLUMES).
002590
002600 2100-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------------
002630* 2110-DESLOCA-VOLUME - DESLOCA UMA POSICAO DA TABELA DE VOLUMES
002640* PARA ABRIR ESPACO AO DIA MAIS RECENTE
002650*-----------------------------------------------------------------
002660 2110-DESLOCA-VOLUME.
002670
002680     COMPUTE BL-SUB-VARRE = BL-SUB-DESLOCA + 1
002690
002700     MOVE BV-DATA(BL-SUB-VARRE) TO BV-DATA(BL-SUB-DESLOCA)
002710     MOVE BV-QTD(BL-SUB-VARRE)  TO BV-QTD(BL-SUB-DESLOCA).
002720
002730 2110-EXIT.
002740     EXIT.
002750*-----------------------------------------------------------------
002760* 2900-LER-HISTORICO - LE O PROXIMO REGISTRO DO HISTORICO E LIGA
002770* O SWITCH DE FIM QUANDO NAO HOUVER MAIS REGISTROS
002780*-----------------------------------------------------------------
002790 2900-LER-HISTORICO.
002800
002810     READ ARQ-RUNHIST
002820         AT END
002830             SET FIM-RUNHIST TO TRUE
002840     END-READ.
002850
002860     IF BL-FS-RUNHIST NOT = '00'
002870         AND BL-FS-RUNHIST NOT = '10'
002880         DISPLAY '**********************************************'
002890         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO RUNHIST         '
002900         DISPLAY '  FILE STATUS: ' BL-FS-RUNHIST
002910         DISPLAY '**********************************************'
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950
002960 2900-EXIT.
002970     EXIT.
002980*-----------------------------------------------------------------
002990* 3000-AVALIA-CONTINUIDADE - CONFERE QUE A CONTAGEM DE ATIVOS DO
003000* DIA ANTERIOR MAIS O MOVIMENTO VALIDO DE HOJE FECHA COM A
003010* CONTAGEM DE ATIVOS DE HOJE
003020*-----------------------------------------------------------------
003030 3000-AVALIA-CONTINUIDADE.
003040
003050     IF NOT MESTRE-HOJE-ACHADO
003060         SET AVISO-EMITIDO TO TRUE
003070         DISPLAY '| AVISO: SEM CONTAGEM DO MESTRE DE HOJE NO'
003080         DISPLAY '| HISTORICO (STMCAD015 NAO EXECUTOU?)'
003090         GO TO 3000-EXIT
003100     END-IF
003110
003120     IF NOT MESTRE-ANTERIOR-ACHADO
003130         SET AVISO-EMITIDO TO TRUE
003140         DISPLAY '| AVISO: SEM CONTAGEM DE DIA ANTERIOR NO'
003150         DISPLAY '| HISTORICO - CONTINUIDADE NAO CONFERIDA'
003160         GO TO 3000-EXIT
003170     END-IF
003180
003190     COMPUTE BL-ESPERADO-HOJE = BL-MESTRE-ANTERIOR
003200         + BL-INCL-HOJE
003210         + BL-REAT-HOJE
003220         - BL-EXCL-HOJE
003230
003240     IF BL-ESPERADO-HOJE NOT = BL-MESTRE-HOJE
003250         SET CONTINUIDADE-FALHOU TO TRUE
003260         DISPLAY '| CONTINUIDADE NAO CONFERE:'
003270         DISPLAY '| ANTERIOR + INCL + REAT - EXCL = '
003280             BL-ESPERADO-HOJE
003290         DISPLAY '| CONTAGEM DE HOJE .............= '
003300             BL-MESTRE-HOJE
003310     END-IF.
003320
003330 3000-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 4000-AVALIA-VOLUME - COMPARA O VOLUME CRITICADO DE HOJE COM A
003370* MEDIA DOS ULTIMOS DIAS REGISTRADOS (MINIMO TRES) E APONTA
003380* ANOMALIA QUANDO CAI ABAIXO DA METADE DA MEDIA
003390*-----------------------------------------------------------------
003400 4000-AVALIA-VOLUME.
003410
003420     IF NOT VOLUME-HOJE-ACHADO
003430         SET AVISO-EMITIDO TO TRUE
003440         DISPLAY '| AVISO: SEM VOLUME CRITICADO DE HOJE NO'
003450         DISPLAY '| HISTORICO (STMCAD005 NAO EXECUTOU?)'
003460         GO TO 4000-EXIT
003470     END-IF
003480
003490     IF BL-QTD-VOLUMES < 3
003500         GO TO 4000-EXIT
003510     END-IF
003520
003530     MOVE ZEROS TO BL-SOMA-VOLUMES
003540
003550     PERFORM 4100-SOMA-VOLUME THRU 4100-EXIT
003560         VARYING BL-SUB-VARRE FROM 1 BY 1
003570         UNTIL BL-SUB-VARRE > BL-QTD-VOLUMES
003580
003590     DIVIDE BL-SOMA-VOLUMES BY BL-QTD-VOLUMES
003600         GIVING BL-MEDIA-VOLUMES
003610
003620     COMPUTE BL-VOLUME-DOBRADO = BL-VOLUME-HOJE * 2
003630
003640     IF BL-VOLUME-DOBRADO < BL-MEDIA-VOLUMES
003650         SET AVISO-EMITIDO TO TRUE
003660         DISPLAY '| ANOMALIA DE VOLUME: HOJE ' BL-VOLUME-HOJE
003670         DISPLAY '| MEDIA DOS ULTIMOS DIAS . ' BL-MEDIA-VOLUMES
003680         DISPLAY '| (VOLUME ABAIXO DA METADE DA MEDIA)'
003690     END-IF.
003700
003710 4000-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 4100-SOMA-VOLUME - ACUMULA O VOLUME DA POSICAO CORRENTE DA
003750* TABELA NA SOMA DA MEDIA
003760*-----------------------------------------------------------------
003770 4100-SOMA-VOLUME.
003780
003790     ADD BV-QTD(BL-SUB-VARRE) TO BL-SOMA-VOLUMES.
003800
003810 4100-EXIT.
003820     EXIT.
003830*-----------------------------------------------------------------
003840* 8000-FINALIZACAO - FECHA O HISTORICO DE EXECUCOES
003850*-----------------------------------------------------------------
003860 8000-FINALIZACAO.
003870
003880     CLOSE ARQ-RUNHIST.
003890
003900 8000-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930* 9000-RELATORIO-BATIMENTO - EXIBE OS VALORES USADOS NO
003940* BATIMENTO DIA-A-DIA
003950*-----------------------------------------------------------------
003960 9000-RELATORIO-BATIMENTO.
003970
003980     DISPLAY ' '
003990     DISPLAY '**********************************************'
004000     DISPLAY '   RELATORIO DO BATIMENTO - FIM DE JOB        '
004010     DISPLAY '**********************************************'
004020     DISPLAY '| REGISTROS LIDOS .......: ' BL-QTD-LIDOS
004030     DISPLAY '| MESTRE DIA ANTERIOR ...: ' BL-MESTRE-ANTERIOR
004040         ' (' BL-DATA-ANTERIOR ')'
004050     DISPLAY '| INCLUSOES DE HOJE .....: ' BL-INCL-HOJE
004060     DISPLAY '| REATIVACOES DE HOJE ...: ' BL-REAT-HOJE
004070     DISPLAY '| EXCLUSOES DE HOJE .....: ' BL-EXCL-HOJE
004080     DISPLAY '| MESTRE DE HOJE ........: ' BL-MESTRE-HOJE
004090     DISPLAY '| VOLUME CRITICADO HOJE .: ' BL-VOLUME-HOJE
004100     DISPLAY '| DIAS NA MEDIA .........: ' BL-QTD-VOLUMES
004110     DISPLAY '| MEDIA DE VOLUME .......: ' BL-MEDIA-VOLUMES
004120     DISPLAY '**********************************************'.
004130
004140 9000-EXIT.
004150     EXIT.
004160 END PROGRAM STMCAD095.
