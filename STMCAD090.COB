000250*   02/09/26  MS    PROGRAMA ORIGINAL
000260*   02/09/26  MS    DUPSAIDA PASSA AO LAYOUT COM TR-DATA-EFETIVA
000270*                   ZERADA (APLICACAO IMEDIATA, LRECL 214)
000280*   15/10/26  MS    DUPSAIDA SEGUE COM AS 214 POSICOES DO
000290*                   TRANCAP (TRANREG PASSOU A 215 COM TR-ORIGEM):
000300*                   O LAYOUT VAI PARA A WORKING E O REGISTRO E
000310*                   GRAVADO SEM A ORIGEM, QUE NA REAPRESENTACAO
000320*                   VEM DO HEADER DO SEGMENTO (M = MANUTENCAO)
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. STMCAD090.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-EMAIL
000430         FILE STATUS IS DP-FS-MESTRE.
000440     SELECT ARQ-RELATORIO ASSIGN TO RELSAIDA
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DP-FS-RELATORIO.
000470     SELECT ARQ-DUPLICADOS ASSIGN TO DUPSAIDA
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DP-FS-DUPLICADOS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CADASTRO-MESTRE.
000530     COPY CADMREG.
000540 FD  ARQ-RELATORIO
000550     RECORDING MODE IS F.
000560 01  REG-RELATORIO                     PIC X(132).
000570 FD  ARQ-DUPLICADOS
000580     RECORDING MODE IS F.
000590 01  REG-DUPLICADO                     PIC X(214).
000600 WORKING-STORAGE SECTION.
000610
000620     COPY TRANREG.
000630
000640 01  DP-SWITCHES.
000650     02  DP-SW-FIM-MESTRE              PIC X(01) VALUE 'N'.
000660         88  FIM-MESTRE                VALUE 'S'.
000670     02  DP-SW-CAPACIDADE              PIC X(01) VALUE 'N'.
000680         88  CAPACIDADE-EXCEDIDA       VALUE 'S'.
000690
000700 01  DP-FS-MESTRE                      PIC X(02) VALUE '00'.
000710 01  DP-FS-RELATORIO                   PIC X(02) VALUE '00'.
000720 01  DP-FS-DUPLICADOS                  PIC X(02) VALUE '00'.
000730
000740 01  TABELA-PESSOAS.
000750     02  DT-ENTRADA OCCURS 20000 TIMES INDEXED BY DT-IDX.
000760         03  DT-NOME                   PIC X(30).
000770         03  DT-NASC                   PIC 9(08).
000780         03  DT-EMAIL                  PIC X(30).
000790         03  DT-MARCADO                PIC X(01).
000800             88  DT-JA-AGRUPADO        VALUE 'S'.
000810
000820 01  DP-CABECALHO-1.
000830     02  FILLER                        PIC X(36)
000840         VALUE 'RELATORIO DE PROVAVEIS DUPLICIDADES '.
000850     02  FILLER                        PIC X(06) VALUE 'DATA: '.
000860     02  DP-CAB-DATA                   PIC X(08) VALUE SPACES.
000870     02  FILLER                        PIC X(66) VALUE SPACES.
000880     02  FILLER                        PIC X(08)
000890         VALUE 'PAGINA: '.
000900     02  DP-CAB-PAGINA                 PIC ZZZZZ9.
000910     02  FILLER                        PIC X(02) VALUE SPACES.
000920
000930 01  DP-CABECALHO-2.
000940     02  FILLER                        PIC X(30)
000950         VALUE 'NOME'.
000960     02  FILLER                        PIC X(01) VALUE SPACE.
000970     02  FILLER                        PIC X(08) VALUE 'NASC'.
000980     02  FILLER                        PIC X(01) VALUE SPACE.
000990     02  FILLER                        PIC X(30) VALUE 'E-MAIL'.
001000     02  FILLER                        PIC X(62) VALUE SPACES.
001010
001020 01  DP-LINHA-GRUPO.
001030     02  DP-GRP-NOME                   PIC X(30) VALUE SPACES.
001040     02  FILLER                        PIC X(01) VALUE SPACE.
001050     02  DP-GRP-NASC                   PIC 9(08) VALUE ZEROS.
001060     02  FILLER                        PIC X(01) VALUE SPACE.
001070     02  DP-GRP-EMAIL                  PIC X(30) VALUE SPACES.
001080     02  FILLER                        PIC X(01) VALUE SPACE.
001090     02  DP-GRP-PAPEL                  PIC X(10) VALUE SPACES.
001100     02  FILLER                        PIC X(51) VALUE SPACES.
001110
001120 01  DP-LINHA-TOTAL.
001130     02  FILLER                        PIC X(26)
001140         VALUE 'PESSOAS DUPLICADAS .....: '.
001150     02  DP-TOT-GRUPOS                 PIC ZZZZZ9.
001160     02  FILLER                        PIC X(26)
001170         VALUE '  E-MAILS EXCEDENTES ...: '.
001180     02  DP-TOT-EXCEDENTES             PIC ZZZZZ9.
001190     02  FILLER                        PIC X(68) VALUE SPACES.
001200
001210 77  DP-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001220 77  DP-QTD-LIDOS                      PIC 9(06) VALUE ZEROS.
001230 77  DP-QTD-ATIVOS                     PIC 9(06) VALUE ZEROS.
001240 77  DP-QTD-INATIVOS                   PIC 9(06) VALUE ZEROS.
001250 77  DP-QTD-PERDIDOS                   PIC 9(06) VALUE ZEROS.
001260 77  DP-QTD-GRUPOS                     PIC 9(06) VALUE ZEROS.
001270 77  DP-QTD-EXCEDENTES                 PIC 9(06) VALUE ZEROS.
001280 77  DP-QTD-PESSOAS                    PIC 9(05) VALUE ZEROS.
001290 77  DP-QTD-NO-GRUPO                   PIC 9(05) VALUE ZEROS.
001300 77  DP-IDX-BASE                       PIC 9(05) COMP VALUE ZEROS.
001310 77  DP-IDX-COMP                       PIC 9(05) COMP VALUE ZEROS.
001320 77  DP-QTD-LINHAS                     PIC 9(02) VALUE 99.
001330 77  DP-QTD-PAGINAS                    PIC 9(06) VALUE ZEROS.
001340 77  DP-MAX-LINHAS                     PIC 9(02) VALUE 55.
001350
001360 PROCEDURE DIVISION.
001370*-----------------------------------------------------------------
001380* 0000-MAINLINE - CONTROLA A CARGA DO MESTRE NA TABELA, O
001390* AGRUPAMENTO POR NOME + NASCIMENTO E O ENCERRAMENTO
001400*-----------------------------------------------------------------
001410 0000-MAINLINE.
001420
001430     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001440
001450     PERFORM 2000-CARREGA-REGISTRO THRU 2000-EXIT
001460         UNTIL FIM-MESTRE.
001470
001480     PERFORM 3000-AGRUPA-PESSOA THRU 3000-EXIT
001490         VARYING DP-IDX-BASE FROM 1 BY 1
001500         UNTIL DP-IDX-BASE > DP-QTD-PESSOAS.
001510
001520     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001530
001540     EVALUATE TRUE
001550         WHEN CAPACIDADE-EXCEDIDA
001560             MOVE 8 TO RETURN-CODE
001570         WHEN DP-QTD-GRUPOS = 0
001580             DISPLAY '| NENHUMA DUPLICIDADE ENCONTRADA'
001590             MOVE 4 TO RETURN-CODE
001600     END-EVALUATE
001610
001620     STOP RUN.
001630*-----------------------------------------------------------------
001640* 1000-INICIALIZACAO - ABRE OS ARQUIVOS E POSICIONA O MESTRE NO
001650* MENOR E-MAIL PARA A VARREDURA
001660*-----------------------------------------------------------------
001670 1000-INICIALIZACAO.
001680
001690     DISPLAY '**********************************************'
001700     DISPLAY '     PROVAVEIS DUPLICIDADES DO CADASTRO       '
001710     DISPLAY '**********************************************'
001720
001730     ACCEPT DP-DATA-PROCESSO FROM DATE YYYYMMDD
001740
001750     OPEN INPUT CADASTRO-MESTRE.
001760
001770     IF DP-FS-MESTRE NOT = '00'
001780         DISPLAY '**********************************************'
001790         DISPLAY '  ERRO FATAL - ARQUIVO CADMEST NAO DISPONIVEL  '
001800         DISPLAY '  FILE STATUS: ' DP-FS-MESTRE
001810         DISPLAY '**********************************************'
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850
001860     OPEN OUTPUT ARQ-RELATORIO.
001870
001880     IF DP-FS-RELATORIO NOT = '00'
001890         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
001900     END-IF.
001910
001920     OPEN OUTPUT ARQ-DUPLICADOS.
001930
001940     IF DP-FS-DUPLICADOS NOT = '00'
001950         DISPLAY '**********************************************'
001960         DISPLAY '  ERRO FATAL - ARQUIVO DUPSAIDA NAO DISPONIVEL '
001970         DISPLAY '  FILE STATUS: ' DP-FS-DUPLICADOS
001980         DISPLAY '**********************************************'
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020
002030     MOVE LOW-VALUES TO CM-EMAIL
002040
002050     START CADASTRO-MESTRE KEY NOT < CM-EMAIL
002060         INVALID KEY
002070             SET FIM-MESTRE TO TRUE
002080     END-START.
002090
002100 1000-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130* 2000-CARREGA-REGISTRO - LE O PROXIMO REGISTRO DO MESTRE E
002140* CARREGA O ATIVO NA TABELA DE PESSOAS (NOME, NASCIMENTO E
002150* E-MAIL); INATIVOS FICAM FORA DA ANALISE
002160*-----------------------------------------------------------------
002170 2000-CARREGA-REGISTRO.
002180
002190     READ CADASTRO-MESTRE NEXT
002200         AT END
002210             SET FIM-MESTRE TO TRUE
002220             GO TO 2000-EXIT
002230     END-READ
002240
002250     IF DP-FS-MESTRE NOT = '00'
002260         DISPLAY '**********************************************'
002270         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO CADMEST         '
002280         DISPLAY '  FILE STATUS: ' DP-FS-MESTRE
002290         DISPLAY '**********************************************'
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF
002330
002340     ADD 1 TO DP-QTD-LIDOS
002350
002360     IF CM-INATIVO
002370         ADD 1 TO DP-QTD-INATIVOS
002380         GO TO 2000-EXIT
002390     END-IF
002400
002410     ADD 1 TO DP-QTD-ATIVOS
002420
002430     IF DP-QTD-PESSOAS NOT < 20000
002440         IF NOT CAPACIDADE-EXCEDIDA
002450             SET CAPACIDADE-EXCEDIDA TO TRUE
002460             DISPLAY '| AVISO: TABELA-PESSOAS CHEIA (20000) -'
002470             DISPLAY '| ANALISE SEGUE PARCIAL'
002480         END-IF
002490         ADD 1 TO DP-QTD-PERDIDOS
002500         GO TO 2000-EXIT
002510     END-IF
002520
002530     ADD 1 TO DP-QTD-PESSOAS
002540     SET DT-IDX TO DP-QTD-PESSOAS
002550     MOVE CM-NOME      TO DT-NOME(DT-IDX)
002560     MOVE CM-DATA-NASC TO DT-NASC(DT-IDX)
002570     MOVE CM-EMAIL     TO DT-EMAIL(DT-IDX)
002580     MOVE 'N'          TO DT-MARCADO(DT-IDX).
002590
002600 2000-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------------
002630* 3000-AGRUPA-PESSOA - PARA A ENTRADA BASE AINDA NAO AGRUPADA,
002640* PROCURA AS DEMAIS COM O MESMO NOME E NASCIMENTO; QUANDO HA
002650* COINCIDENCIA, IMPRIME O GRUPO (O PRIMEIRO E-MAIL E MANTIDO) E
002660* GRAVA AS TRANSACOES DE EXCLUSAO DOS EXCEDENTES
002670*-----------------------------------------------------------------
002680 3000-AGRUPA-PESSOA.
002690
002700     SET DT-IDX TO DP-IDX-BASE
002710
002720     IF DT-JA-AGRUPADO(DT-IDX)
002730         GO TO 3000-EXIT
002740     END-IF
002750
002760     MOVE ZEROS TO DP-QTD-NO-GRUPO
002770
002780     PERFORM 3100-COMPARA-PESSOA THRU 3100-EXIT
002790         VARYING DP-IDX-COMP FROM 1 BY 1
002800         UNTIL DP-IDX-COMP > DP-QTD-PESSOAS.
002810
002820 3000-EXIT.
002830     EXIT.
002840*-----------------------------------------------------------------
002850* 3100-COMPARA-PESSOA - COMPARA A ENTRADA CORRENTE COM A BASE;
002860* NA PRIMEIRA COINCIDENCIA ABRE O GRUPO (IMPRIME A BASE COMO
002870* MANTIDA) E CADA COINCIDENCIA E IMPRESSA E GRAVADA COMO
002880* EXCLUSAO CANDIDATA
002890*-----------------------------------------------------------------
002900 3100-COMPARA-PESSOA.
002910
002920     IF DP-IDX-COMP = DP-IDX-BASE
002930         GO TO 3100-EXIT
002940     END-IF
002950
002960     SET DT-IDX TO DP-IDX-COMP
002970
002980     IF DT-JA-AGRUPADO(DT-IDX)
002990         GO TO 3100-EXIT
003000     END-IF
003010
003020     IF DT-NOME(DT-IDX) NOT = DT-NOME(DP-IDX-BASE)
003030         OR DT-NASC(DT-IDX) NOT = DT-NASC(DP-IDX-BASE)
003040         GO TO 3100-EXIT
003050     END-IF
003060
003070     IF DP-QTD-NO-GRUPO = 0
003080         ADD 1 TO DP-QTD-GRUPOS
003090         ADD 1 TO DP-QTD-NO-GRUPO
003100         SET DT-IDX TO DP-IDX-BASE
003110         MOVE 'S' TO DT-MARCADO(DT-IDX)
003120         MOVE DT-NOME(DP-IDX-BASE)  TO DP-GRP-NOME
003130         MOVE DT-NASC(DP-IDX-BASE)  TO DP-GRP-NASC
003140         MOVE DT-EMAIL(DP-IDX-BASE) TO DP-GRP-EMAIL
003150         MOVE 'MANTIDO'             TO DP-GRP-PAPEL
003160         PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
003170     END-IF
003180
003190     SET DT-IDX TO DP-IDX-COMP
003200     MOVE 'S' TO DT-MARCADO(DT-IDX)
003210     ADD 1 TO DP-QTD-NO-GRUPO
003220     ADD 1 TO DP-QTD-EXCEDENTES
003230
003240     MOVE SPACES                TO DP-GRP-NOME
003250     MOVE ZEROS                 TO DP-GRP-NASC
003260     MOVE DT-EMAIL(DT-IDX)      TO DP-GRP-EMAIL
003270     MOVE 'EXCLUIR'             TO DP-GRP-PAPEL
003280     PERFORM 4000-GRAVA-RELATORIO THRU 4000-EXIT
003290
003300     PERFORM 5000-GRAVA-EXCLUSAO THRU 5000-EXIT.
003310
003320 3100-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350* 4000-GRAVA-RELATORIO - GRAVA A LINHA DO GRUPO CORRENTE,
003360* ABRINDO NOVA PAGINA COM CABECALHOS QUANDO A PAGINA ENCHEU
003370*-----------------------------------------------------------------
003380 4000-GRAVA-RELATORIO.
003390
003400     IF DP-QTD-LINHAS > DP-MAX-LINHAS
003410         PERFORM 4100-NOVA-PAGINA THRU 4100-EXIT
003420     END-IF
003430
003440     WRITE REG-RELATORIO FROM DP-LINHA-GRUPO
003450         AFTER ADVANCING 1 LINE
003460
003470     IF DP-FS-RELATORIO NOT = '00'
003480         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
003490     END-IF
003500
003510     ADD 1 TO DP-QTD-LINHAS.
003520
003530 4000-EXIT.
003540     EXIT.
003550*-----------------------------------------------------------------
003560* 4100-NOVA-PAGINA - AVANCA PARA NOVA PAGINA E GRAVA OS
003570* CABECALHOS COM O NUMERO DA PAGINA
003580*-----------------------------------------------------------------
003590 4100-NOVA-PAGINA.
003600
003610     ADD 1 TO DP-QTD-PAGINAS
003620
003630     MOVE DP-DATA-PROCESSO TO DP-CAB-DATA
003640     MOVE DP-QTD-PAGINAS   TO DP-CAB-PAGINA
003650
003660     IF DP-QTD-PAGINAS = 1
003670         WRITE REG-RELATORIO FROM DP-CABECALHO-1
003680             AFTER ADVANCING 1 LINE
003690     ELSE
003700         WRITE REG-RELATORIO FROM DP-CABECALHO-1
003710             AFTER ADVANCING PAGE
003720     END-IF
003730
003740     IF DP-FS-RELATORIO NOT = '00'
003750         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
003760     END-IF
003770
003780     WRITE REG-RELATORIO FROM DP-CABECALHO-2
003790         AFTER ADVANCING 1 LINE
003800
003810     IF DP-FS-RELATORIO NOT = '00'
003820         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
003830     END-IF
003840
003850     MOVE SPACES TO REG-RELATORIO
003860     WRITE REG-RELATORIO AFTER ADVANCING 1 LINE
003870
003880     IF DP-FS-RELATORIO NOT = '00'
003890         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
003900     END-IF
003910
003920     MOVE 1 TO DP-QTD-LINHAS.
003930
003940 4100-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970* 5000-GRAVA-EXCLUSAO - GRAVA NO DUPSAIDA A TRANSACAO DE
003980* EXCLUSAO CANDIDATA DO E-MAIL EXCEDENTE CORRENTE, NO LAYOUT DE
003990* TRANREG SEM A ORIGEM, PARA REVISAO E REAPRESENTACAO NO TRANCAP
004000* EM SEGMENTO DE ORIGEM M (MANUTENCAO)
004010*-----------------------------------------------------------------
004020 5000-GRAVA-EXCLUSAO.
004030
004040     MOVE SPACES TO REG-TRANSACAO
004050
004060     MOVE 'E'                   TO TR-CODIGO
004070     MOVE DT-NOME(DP-IDX-COMP)  TO TR-NOME
004080     MOVE DT-NASC(DP-IDX-COMP)  TO TR-DATA-NASC
004090     MOVE DT-EMAIL(DP-IDX-COMP) TO TR-EMAIL
004100     MOVE ZEROS                 TO TR-CPF
004110     MOVE ZEROS                 TO TR-END-CEP
004120     MOVE ZEROS                 TO TR-DATA-EFETIVA
004130
004140     WRITE REG-DUPLICADO FROM REG-TRANSACAO.
004150
004160     IF DP-FS-DUPLICADOS NOT = '00'
004170         DISPLAY '**********************************************'
004180         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO DUPSAIDA        '
004190         DISPLAY '  FILE STATUS: ' DP-FS-DUPLICADOS
004200         DISPLAY '**********************************************'
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240
004250 5000-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 8000-FINALIZACAO - GRAVA O TOTAL NO RELATORIO, FECHA OS
004290* ARQUIVOS E EXIBE OS TOTAIS NO CONSOLE
004300*-----------------------------------------------------------------
004310 8000-FINALIZACAO.
004320
004330     IF DP-QTD-PAGINAS = 0
004340         PERFORM 4100-NOVA-PAGINA THRU 4100-EXIT
004350     END-IF
004360
004370     MOVE DP-QTD-GRUPOS     TO DP-TOT-GRUPOS
004380     MOVE DP-QTD-EXCEDENTES TO DP-TOT-EXCEDENTES
004390
004400     WRITE REG-RELATORIO FROM DP-LINHA-TOTAL
004410         AFTER ADVANCING 2 LINES
004420
004430     IF DP-FS-RELATORIO NOT = '00'
004440         PERFORM 9900-ERRO-RELATORIO THRU 9900-EXIT
004450     END-IF
004460
004470     CLOSE CADASTRO-MESTRE
004480     CLOSE ARQ-RELATORIO
004490     CLOSE ARQ-DUPLICADOS
004500
004510     DISPLAY ' '
004520     DISPLAY '**********************************************'
004530     DISPLAY '    PROVAVEIS DUPLICIDADES - FIM DE JOB       '
004540     DISPLAY '**********************************************'
004550     DISPLAY '| REGISTROS LIDOS .......: ' DP-QTD-LIDOS
004560     DISPLAY '| ATIVOS ANALISADOS .....: ' DP-QTD-ATIVOS
004570     DISPLAY '| INATIVOS FORA .........: ' DP-QTD-INATIVOS
004580     DISPLAY '| PESSOAS DUPLICADAS ....: ' DP-QTD-GRUPOS
004590     DISPLAY '| E-MAILS EXCEDENTES ....: ' DP-QTD-EXCEDENTES
004600     IF CAPACIDADE-EXCEDIDA
004610         DISPLAY '| ATIVOS NAO TABELADOS ..: ' DP-QTD-PERDIDOS
004620         DISPLAY '| RESULTADO .............: PARCIAL'
004630     END-IF
004640     DISPLAY '**********************************************'.
004650
004660 8000-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690* 9900-ERRO-RELATORIO - EXIBE O FILE STATUS DO RELATORIO E
004700* ENCERRA COM CODIGO DE RETORNO 16
004710*-----------------------------------------------------------------
004720 9900-ERRO-RELATORIO.
004730
004740     DISPLAY '**********************************************'
004750     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO RELSAIDA        '
004760     DISPLAY '  FILE STATUS: ' DP-FS-RELATORIO
004770     DISPLAY '**********************************************'
004780
004790     MOVE 16 TO RETURN-CODE
004800
004810     STOP RUN.
004820
004830 9900-EXIT.
004840     EXIT.
004850 END PROGRAM STMCAD090.
