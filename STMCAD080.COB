000150*             ONLINE E STMCAD015/STMCAD030 USAM OS RESUMOS NO
000160*             LUGAR DO DETALHE ARQUIVADO. ENCERRA COM RC 8 COM
000170*             PARAMETRO INVALIDO E RC 16 EM ERRO FATAL.
000180*             O CORTE E SEMPRE UM PREFIXO DA TRILHA, PARA QUE A
000190*             CADEIA DE HASH SIGA CONTINUA DO AUDHIST PARA O
000200*             AUDITLOG.
000210* TECTONICS.  cobc
000220******************************************************************
000230* MODIFICATION HISTORY
000240*   02/09/26  MS    PROGRAMA ORIGINAL
000250*   15/10/26  MS    TRILHA DE LRECL 332 (CADEIA DE HASH). O CORTE
000260*                   PASSA A SER UM PREFIXO: A PARTIR DO PRIMEIRO
000270*                   REGISTRO POSTERIOR AO PERIODO, TODOS FICAM
000280*                   ONLINE (OS DE PERIODO ARQUIVADO SAO CONTADOS
000290*                   E AVISADOS). O RELATORIO MOSTRA A EMENDA DA
000300*                   CADEIA ENTRE O AUDHIST E O AUDITLOG
000310*   15/10/26  MS    TRILHA DE LRECL 333 (AU-ORIGEM)
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. STMCAD080.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS AR-FS-AUDITORIA.
000410     SELECT ARQ-HISTORICO ASSIGN TO AUDHIST
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS AR-FS-HISTORICO.
000440     SELECT ARQ-ATUAL ASSIGN TO AUDATUAL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS AR-FS-ATUAL.
000470     SELECT ARQ-RESUMO ASSIGN TO AUDRESUM
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS AR-FS-RESUMO.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ARQ-AUDITORIA
000530     RECORDING MODE IS F.
000540     COPY AUDIREG.
000550 FD  ARQ-HISTORICO
000560     RECORDING MODE IS F.
000570 01  REG-HISTORICO                     PIC X(333).
000580 FD  ARQ-ATUAL
000590     RECORDING MODE IS F.
000600 01  REG-ATUAL                         PIC X(333).
000610 FD  ARQ-RESUMO
000620     RECORDING MODE IS F.
000630     COPY AUDSREG.
000640 WORKING-STORAGE SECTION.
000650
000660 01  AR-SWITCHES.
000670     02  AR-SW-FIM-AUDITORIA           PIC X(01) VALUE 'N'.
000680         88  FIM-AUDITORIA             VALUE 'S'.
000690     02  AR-SW-RESUMO-EXISTE           PIC X(01) VALUE 'N'.
000700         88  RESUMO-EXISTE             VALUE 'S'.
000710     02  AR-SW-RESUMO-ACHADO           PIC X(01) VALUE 'N'.
000720         88  RESUMO-ACHADO             VALUE 'S'.
000730     02  AR-SW-CORTE-ENCERRADO         PIC X(01) VALUE 'N'.
000740         88  CORTE-ENCERRADO           VALUE 'S'.
000750
000760 01  AR-FS-AUDITORIA                   PIC X(02) VALUE '00'.
000770 01  AR-FS-HISTORICO                   PIC X(02) VALUE '00'.
000780 01  AR-FS-ATUAL                       PIC X(02) VALUE '00'.
000790 01  AR-FS-RESUMO                      PIC X(02) VALUE '00'.
000800
000810 01  TABELA-RESUMOS.
000820     02  TS-ENTRADA OCCURS 1000 TIMES INDEXED BY TS-IDX.
000830         03  TS-PERIODO                PIC X(06).
000840         03  TS-TIPO                   PIC X(01).
000850         03  TS-STATUS                 PIC X(12).
000860         03  TS-QTD                    PIC 9(08).
000870
000880 77  AR-PERIODO-CORTE                  PIC X(06) VALUE SPACES.
000890 77  AR-PERIODO-ATUAL                  PIC X(06) VALUE SPACES.
000900 77  AR-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000910 77  AR-QTD-RESUMOS                    PIC 9(04) VALUE ZEROS.
000920 77  AR-IDX-ACHADO                     PIC 9(04) COMP VALUE ZEROS.
000930 77  AR-IDX-VARRE                      PIC 9(04) COMP VALUE ZEROS.
000940 77  AR-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
000950 77  AR-FS-ERRO                        PIC X(02) VALUE SPACES.
000960
000970 01  AR-EMENDA-CADEIA.
000980     02  AR-ULT-SEQ-ARQUIVADA          PIC 9(10) VALUE ZEROS.
000990     02  AR-ULT-HASH-ARQUIVADO         PIC X(20) VALUE SPACES.
001000     02  AR-PRI-SEQ-MANTIDA            PIC 9(10) VALUE ZEROS.
001010     02  AR-PRI-HASH-ANTERIOR          PIC X(20) VALUE SPACES.
001020
001030 01  AR-CONTADORES.
001040     02  AR-QTD-LIDOS                  PIC 9(06) VALUE ZEROS.
001050     02  AR-QTD-ARQUIVADOS             PIC 9(06) VALUE ZEROS.
001060     02  AR-QTD-MANTIDOS               PIC 9(06) VALUE ZEROS.
001070     02  AR-QTD-FORA-DO-CORTE          PIC 9(06) VALUE ZEROS.
001080
001090 PROCEDURE DIVISION.
001100*-----------------------------------------------------------------
001110* 0000-MAINLINE - CONTROLA A LEITURA DO PARAMETRO, O CORTE DA
001120* TRILHA, A GRAVACAO DOS RESUMOS E O RELATORIO
001130*-----------------------------------------------------------------
001140 0000-MAINLINE.
001150
001160     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001170
001180     PERFORM 2000-PROCESSA-AUDITORIA THRU 2000-EXIT
001190         UNTIL FIM-AUDITORIA.
001200
001210     PERFORM 3000-GRAVA-RESUMOS THRU 3000-EXIT
001220         VARYING AR-IDX-VARRE FROM 1 BY 1
001230         UNTIL AR-IDX-VARRE > AR-QTD-RESUMOS.
001240
001250     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001260
001270     PERFORM 9000-RELATORIO-ARQUIVAMENTO THRU 9000-EXIT.
001280
001290     STOP RUN.
001300*-----------------------------------------------------------------
001310* 1000-INICIALIZACAO - LE E CRITICA O PERIODO DE CORTE DE SYSIN
001320* (YYYYMM, ANTERIOR AO PERIODO CORRENTE), ABRE OS ARQUIVOS E FAZ
001330* A LEITURA INICIAL DA TRILHA
001340*-----------------------------------------------------------------
001350 1000-INICIALIZACAO.
001360
001370     DISPLAY '**********************************************'
001380     DISPLAY '     ARQUIVAMENTO MENSAL DA AUDITORIA         '
001390     DISPLAY '**********************************************'
001400
001410     ACCEPT AR-DATA-PROCESSO FROM DATE YYYYMMDD
001420     MOVE AR-DATA-PROCESSO(1:6) TO AR-PERIODO-ATUAL
001430
001440     ACCEPT AR-PERIODO-CORTE
001450
001460     IF AR-PERIODO-CORTE IS NOT NUMERIC
001470         OR AR-PERIODO-CORTE NOT < AR-PERIODO-ATUAL
001480         DISPLAY '**********************************************'
001490         DISPLAY '  ERRO - PERIODO DE CORTE INVALIDO (SYSIN)     '
001500         DISPLAY '  PERIODO: ' AR-PERIODO-CORTE
001510         DISPLAY '  O PERIODO DEVE SER NUMERICO (YYYYMM) E       '
001520         DISPLAY '  ANTERIOR AO PERIODO CORRENTE                 '
001530         DISPLAY '**********************************************'
001540         MOVE 8 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001570
001580     DISPLAY '| ARQUIVAR ATE O PERIODO: ' AR-PERIODO-CORTE
001590
001600     OPEN INPUT ARQ-AUDITORIA.
001610
001620     IF AR-FS-AUDITORIA NOT = '00'
001630         MOVE 'AUDITLOG' TO AR-ARQUIVO-ERRO
001640         MOVE AR-FS-AUDITORIA TO AR-FS-ERRO
001650         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001660     END-IF.
001670
001680     OPEN OUTPUT ARQ-HISTORICO.
001690
001700     IF AR-FS-HISTORICO NOT = '00'
001710         MOVE 'AUDHIST ' TO AR-ARQUIVO-ERRO
001720         MOVE AR-FS-HISTORICO TO AR-FS-ERRO
001730         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001740     END-IF.
001750
001760     OPEN OUTPUT ARQ-ATUAL.
001770
001780     IF AR-FS-ATUAL NOT = '00'
001790         MOVE 'AUDATUAL' TO AR-ARQUIVO-ERRO
001800         MOVE AR-FS-ATUAL TO AR-FS-ERRO
001810         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001820     END-IF.
001830
001840     PERFORM 1100-VERIFICA-RESUMO THRU 1100-EXIT.
001850
001860     IF RESUMO-EXISTE
001870         OPEN EXTEND ARQ-RESUMO
001880     ELSE
001890         OPEN OUTPUT ARQ-RESUMO
001900     END-IF.
001910
001920     IF AR-FS-RESUMO NOT = '00'
001930         MOVE 'AUDRESUM' TO AR-ARQUIVO-ERRO
001940         MOVE AR-FS-RESUMO TO AR-FS-ERRO
001950         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001960     END-IF.
001970
001980     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
001990
002000 1000-EXIT.
002010     EXIT.
002020*-----------------------------------------------------------------
002030* 1100-VERIFICA-RESUMO - VERIFICA SE O ARQUIVO DE RESUMOS JA
002040* EXISTE DE UM ARQUIVAMENTO ANTERIOR, PARA DECIDIR ENTRE ABRI-LO
002050* EM EXTENSAO OU CRIA-LO PELA PRIMEIRA VEZ
002060*-----------------------------------------------------------------
002070 1100-VERIFICA-RESUMO.
002080
002090     OPEN INPUT ARQ-RESUMO
002100
002110     IF AR-FS-RESUMO = '00'
002120         SET RESUMO-EXISTE TO TRUE
002130         CLOSE ARQ-RESUMO
002140     END-IF.
002150
002160 1100-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------------
002190* 2000-PROCESSA-AUDITORIA - DIRIGE O REGISTRO CORRENTE PARA O
002200* HISTORICO (COM ACUMULACAO DO RESUMO) OU PARA O ARQUIVO ATUAL,
002210* CONFORME O PERIODO, E LE O PROXIMO. O PRIMEIRO REGISTRO
002220* POSTERIOR AO PERIODO ENCERRA O CORTE: DAI EM DIANTE TUDO FICA
002230* NO ARQUIVO ATUAL, PARA NAO ABRIR LACUNA NA CADEIA DE HASH
002240*-----------------------------------------------------------------
002250 2000-PROCESSA-AUDITORIA.
002260
002270     ADD 1 TO AR-QTD-LIDOS
002280
002290     IF AU-DATA(1:6) > AR-PERIODO-CORTE
002300         AND NOT CORTE-ENCERRADO
002310         SET CORTE-ENCERRADO TO TRUE
002320         MOVE AU-SEQ-CADEIA    TO AR-PRI-SEQ-MANTIDA
002330         MOVE AU-HASH-ANTERIOR TO AR-PRI-HASH-ANTERIOR
002340     END-IF
002350
002360     IF NOT CORTE-ENCERRADO
002370         ADD 1 TO AR-QTD-ARQUIVADOS
002380         MOVE AU-SEQ-CADEIA    TO AR-ULT-SEQ-ARQUIVADA
002390         MOVE AU-HASH-REGISTRO TO AR-ULT-HASH-ARQUIVADO
002400         WRITE REG-HISTORICO FROM REG-AUDITORIA
002410         IF AR-FS-HISTORICO NOT = '00'
002420             MOVE 'AUDHIST ' TO AR-ARQUIVO-ERRO
002430             MOVE AR-FS-HISTORICO TO AR-FS-ERRO
002440             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002450         END-IF
002460         PERFORM 2100-ACUMULA-RESUMO THRU 2100-EXIT
002470     ELSE
002480         ADD 1 TO AR-QTD-MANTIDOS
002490         IF AU-DATA(1:6) NOT > AR-PERIODO-CORTE
002500             ADD 1 TO AR-QTD-FORA-DO-CORTE
002510         END-IF
002520         WRITE REG-ATUAL FROM REG-AUDITORIA
002530         IF AR-FS-ATUAL NOT = '00'
002540             MOVE 'AUDATUAL' TO AR-ARQUIVO-ERRO
002550             MOVE AR-FS-ATUAL TO AR-FS-ERRO
002560             PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002570         END-IF
002580     END-IF
002590
002600     PERFORM 2900-LER-AUDITORIA THRU 2900-EXIT.
002610
002620 2000-EXIT.
002630     EXIT.
002640*-----------------------------------------------------------------
002650* 2100-ACUMULA-RESUMO - LOCALIZA (OU ABRE) NA TABELA DE RESUMOS
002660* A ENTRADA DO PERIODO X TIPO X STATUS DO REGISTRO ARQUIVADO E
002670* ACUMULA O TOTAL; TABELA CHEIA E ERRO FATAL, POIS O RESUMO NAO
002680* PODE FICAR INCOMPLETO
002690*-----------------------------------------------------------------
002700 2100-ACUMULA-RESUMO.
002710
002720     MOVE 'N' TO AR-SW-RESUMO-ACHADO
002730     MOVE ZEROS TO AR-IDX-ACHADO
002740
002750     PERFORM 2110-COMPARA-RESUMO THRU 2110-EXIT
002760         VARYING TS-IDX FROM 1 BY 1
002770         UNTIL TS-IDX > AR-QTD-RESUMOS
002780            OR RESUMO-ACHADO
002790
002800     IF NOT RESUMO-ACHADO
002810         IF AR-QTD-RESUMOS NOT < 1000
002820             DISPLAY '**********************************'
002830             DISPLAY '  ERRO FATAL - TABELA-RESUMOS CHEIA'
002840             DISPLAY '**********************************'
002850             MOVE 16 TO RETURN-CODE
002860             STOP RUN
002870         END-IF
002880         ADD 1 TO AR-QTD-RESUMOS
002890         MOVE AR-QTD-RESUMOS TO AR-IDX-ACHADO
002900         SET TS-IDX TO AR-IDX-ACHADO
002910         MOVE AU-DATA(1:6) TO TS-PERIODO(TS-IDX)
002920         MOVE AU-TIPO      TO TS-TIPO(TS-IDX)
002930         MOVE AU-STATUS    TO TS-STATUS(TS-IDX)
002940         MOVE ZEROS        TO TS-QTD(TS-IDX)
002950     END-IF
002960
002970     SET TS-IDX TO AR-IDX-ACHADO
002980
002990     ADD 1 TO TS-QTD(TS-IDX).
003000
003010 2100-EXIT.
003020     EXIT.
003030*-----------------------------------------------------------------
003040* 2110-COMPARA-RESUMO - COMPARA A ENTRADA CORRENTE DA TABELA DE
003050* RESUMOS COM O PERIODO, O TIPO E O STATUS DO REGISTRO CORRENTE
003060*-----------------------------------------------------------------
003070 2110-COMPARA-RESUMO.
003080
003090     IF TS-PERIODO(TS-IDX) = AU-DATA(1:6)
003100         AND TS-TIPO(TS-IDX) = AU-TIPO
003110         AND TS-STATUS(TS-IDX) = AU-STATUS
003120         SET RESUMO-ACHADO TO TRUE
003130         SET AR-IDX-ACHADO TO TS-IDX
003140     END-IF.
003150
003160 2110-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190* 2900-LER-AUDITORIA - LE O PROXIMO REGISTRO DA TRILHA E LIGA O
003200* SWITCH DE FIM QUANDO NAO HOUVER MAIS REGISTROS
003210*-----------------------------------------------------------------
003220 2900-LER-AUDITORIA.
003230
003240     READ ARQ-AUDITORIA
003250         AT END
003260             SET FIM-AUDITORIA TO TRUE
003270     END-READ.
003280
003290     IF AR-FS-AUDITORIA NOT = '00'
003300         AND AR-FS-AUDITORIA NOT = '10'
003310         MOVE 'AUDITLOG' TO AR-ARQUIVO-ERRO
003320         MOVE AR-FS-AUDITORIA TO AR-FS-ERRO
003330         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003340     END-IF.
003350
003360 2900-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 3000-GRAVA-RESUMOS - GRAVA NO AUDRESUM A ENTRADA CORRENTE DA
003400* TABELA DE RESUMOS ACUMULADA NO CORTE
003410*-----------------------------------------------------------------
003420 3000-GRAVA-RESUMOS.
003430
003440     SET TS-IDX TO AR-IDX-VARRE
003450
003460     MOVE TS-PERIODO(TS-IDX)     TO AS-PERIODO
003470     MOVE TS-TIPO(TS-IDX)        TO AS-TIPO
003480     MOVE TS-STATUS(TS-IDX)      TO AS-STATUS
003490     MOVE TS-QTD(TS-IDX)         TO AS-QTD
003500
003510     WRITE REG-RESUMO-AUDITORIA.
003520
003530     IF AR-FS-RESUMO NOT = '00'
003540         MOVE 'AUDRESUM' TO AR-ARQUIVO-ERRO
003550         MOVE AR-FS-RESUMO TO AR-FS-ERRO
003560         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003570     END-IF.
003580
003590 3000-EXIT.
003600     EXIT.
003610*-----------------------------------------------------------------
003620* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
003630*-----------------------------------------------------------------
003640 8000-FINALIZACAO.
003650
003660     CLOSE ARQ-AUDITORIA
003670     CLOSE ARQ-HISTORICO
003680     CLOSE ARQ-ATUAL
003690     CLOSE ARQ-RESUMO.
003700
003710 8000-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740* 9000-RELATORIO-ARQUIVAMENTO - EXIBE OS TOTAIS DO ARQUIVAMENTO:
003750* LIDOS, ARQUIVADOS, MANTIDOS ONLINE E RESUMOS GRAVADOS, A EMENDA
003760* DA CADEIA DE HASH (ULTIMO REGISTRO ARQUIVADO E PRIMEIRO MANTIDO)
003770* E O AVISO DOS REGISTROS DE PERIODO ARQUIVADO MANTIDOS ONLINE
003780*-----------------------------------------------------------------
003790 9000-RELATORIO-ARQUIVAMENTO.
003800
003810     DISPLAY ' '
003820     DISPLAY '**********************************************'
003830     DISPLAY '   RELATORIO DO ARQUIVAMENTO - FIM DE JOB     '
003840     DISPLAY '**********************************************'
003850     DISPLAY '| REGISTROS LIDOS .......: ' AR-QTD-LIDOS
003860     DISPLAY '| ARQUIVADOS (AUDHIST) ..: ' AR-QTD-ARQUIVADOS
003870     DISPLAY '| MANTIDOS ONLINE .......: ' AR-QTD-MANTIDOS
003880     DISPLAY '| RESUMOS GRAVADOS ......: ' AR-QTD-RESUMOS
003890     DISPLAY '| EMENDA DA CADEIA DE HASH:'
003900     DISPLAY '|   ULTIMA SEQ ARQUIVADA : ' AR-ULT-SEQ-ARQUIVADA
003910     DISPLAY '|   HASH DO REGISTRO ....: ' AR-ULT-HASH-ARQUIVADO
003920     DISPLAY '|   PRIMEIRA SEQ MANTIDA : ' AR-PRI-SEQ-MANTIDA
003930     DISPLAY '|   HASH ANTERIOR .......: ' AR-PRI-HASH-ANTERIOR
003940     DISPLAY '**********************************************'
003950
003960     IF AR-QTD-FORA-DO-CORTE > 0
003970         DISPLAY '| AVISO - REGISTROS DE PERIODO ARQUIVADO'
003980         DISPLAY '| MANTIDOS ONLINE APOS O FIM DO CORTE: '
003990             AR-QTD-FORA-DO-CORTE
004000         DISPLAY '| (SERAO ARQUIVADOS NO PROXIMO CORTE)'
004010         DISPLAY '**********************************************'
004020     END-IF.
004030
004040 9000-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
004080* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
004090*-----------------------------------------------------------------
004100 9900-ERRO-FATAL-ES.
004110
004120     DISPLAY '**********************************************'
004130     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' AR-ARQUIVO-ERRO
004140     DISPLAY '  FILE STATUS: ' AR-FS-ERRO
004150     DISPLAY '**********************************************'
004160
004170     MOVE 16 TO RETURN-CODE
004180
004190     STOP RUN.
004200
004210 9900-EXIT.
004220     EXIT.
004230 END PROGRAM STMCAD080.
