000040* DATE-WRITTEN. 02/09/26
000050* DATE-COMPILED.
000060* PURPOSE.    FECHAMENTO DIARIO DA CAPTACAO ONLINE. LE O
000070*             ARQUIVO DE ENTRADAS PENDENTES DE APROVACAO
000080*             (CAPPEND, ENTRADAS DO STMCAD055 DECIDIDAS PELO
000090*             SUPERVISOR NO STMCAD056) E GERA COM AS APROVADAS O
000100*             ARQUIVO NO FORMATO TRANCAP (HEADER H + DATA,
000110*             DETALHES, TRAILER T + QUANTIDADE) PARA CONCATENACAO
000120*             COM O ARQUIVO DO BUREAU NO STEP005 DO STMCAD01. AS
000130*             APROVADAS E AS REJEITADAS SAO ELIMINADAS DO CAPPEND
000140*             (AS REJEITADAS SAO LISTADAS COM O MOTIVO); AS
000150*             PENDENTES E AS DEVOLVIDAS PARA CORRECAO FICAM PARA
000160*             O DIA SEGUINTE. SEM APROVADAS, GERA SEGMENTO COM
000170*             ZERO DETALHES, QUE A CRITICA ACEITA. EXECUTAR COM O
000180*             ARQUIVO CAPPEND FECHADO NO CICS (APOS O
000190*             ENCERRAMENTO DO EXPEDIENTE). ENCERRA COM RC 16 EM
000200*             ERRO FATAL DE E/S.
000210* TECTONICS.  cobc
000220******************************************************************
000230* MODIFICATION HISTORY
000240*   02/09/26  MS    PROGRAMA ORIGINAL
000250*   02/09/26  MS    LAYOUT COM TR-DATA-EFETIVA (LRECL 214)
000260*   15/10/26  MS    APROVACAO DO SUPERVISOR: A ENTRADA DEIXA DE
000270*                   SER A FILA CAPQ (CAPENT) E PASSA A SER O
000280*                   ARQUIVO CAPPEND (LAYOUT CAPPREG, I-O); SO AS
000290*                   APROVADAS VAO PARA O TRANCAP.ONLINE, AS
000300*                   APROVADAS E REJEITADAS SAO ELIMINADAS E AS
000310*                   DEMAIS TRANSPORTADAS. RELATORIO COM DIGITADAS
000320*                   NO DIA, APROVADAS, REJEITADAS (LISTADAS) E
000330*                   TRANSPORTADAS
000340*   15/10/26  MS    HEADER DO SEGMENTO COM A ORIGEM C (BALCAO,
000350*                   VER ORIGTAB) NO BYTE 10, PARA QUE A CRITICA
000360*                   MARQUE TR-ORIGEM DOS DETALHES
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. STMCAD065.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-PENDENTE ASSIGN TO CAPPEND
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CP-CHAVE
000470         FILE STATUS IS FC-FS-PENDENTE.
000480     SELECT ARQ-TRANCAP ASSIGN TO TRANONL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FC-FS-TRANCAP.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-PENDENTE.
000540     COPY CAPPREG.
000550 FD  ARQ-TRANCAP
000560     RECORDING MODE IS F.
000570 01  REG-TRANCAP                       PIC X(214).
000580 WORKING-STORAGE SECTION.
000590
000600 01  AREA-TRANCAP.
000610     02  FC-REGISTRO                   PIC X(214) VALUE SPACES.
000620     02  FC-REG-HEADER REDEFINES FC-REGISTRO.
000630         03  FC-HDR-TIPO               PIC X(01).
000640         03  FC-HDR-DATA               PIC X(08).
000650         03  FC-HDR-ORIGEM             PIC X(01).
000660         03  FILLER                    PIC X(204).
000670     02  FC-REG-TRAILER REDEFINES FC-REGISTRO.
000680         03  FC-TRL-TIPO               PIC X(01).
000690         03  FC-TRL-QTD                PIC 9(06).
000700         03  FILLER                    PIC X(207).
000710
000720     COPY TRANREG.
000730
000740 01  FC-SWITCHES.
000750     02  FC-SW-FIM-PENDENTE            PIC X(01) VALUE 'N'.
000760         88  FIM-PENDENTE              VALUE 'S'.
000770
000780 01  FC-FS-PENDENTE                    PIC X(02) VALUE '00'.
000790 01  FC-FS-TRANCAP                     PIC X(02) VALUE '00'.
000800
000810 77  FC-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000820 77  FC-QTD-DETALHES                   PIC 9(06) VALUE ZEROS.
000830 77  FC-QTD-LIDAS                      PIC 9(06) VALUE ZEROS.
000840 77  FC-QTD-DIGITADAS                  PIC 9(06) VALUE ZEROS.
000850 77  FC-QTD-REJEITADAS                 PIC 9(06) VALUE ZEROS.
000860 77  FC-QTD-PENDENTES                  PIC 9(06) VALUE ZEROS.
000870 77  FC-QTD-DEVOLVIDAS                 PIC 9(06) VALUE ZEROS.
000880 77  FC-QTD-TRANSPORTADAS              PIC 9(06) VALUE ZEROS.
000890
000900 PROCEDURE DIVISION.
000910*-----------------------------------------------------------------
000920* 0000-MAINLINE - CONTROLA A ABERTURA, O FECHAMENTO DAS ENTRADAS
000930* DECIDIDAS E O ARQUIVO DE SAIDA COM HEADER E TRAILER
000940*-----------------------------------------------------------------
000950 0000-MAINLINE.
000960
000970     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
000980
000990     PERFORM 2000-FECHA-ENTRADA THRU 2000-EXIT
001000         UNTIL FIM-PENDENTE.
001010
001020     PERFORM 3000-GRAVA-TRAILER THRU 3000-EXIT.
001030
001040     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001050
001060     PERFORM 9000-RELATORIO-FECHAMENTO THRU 9000-EXIT.
001070
001080     STOP RUN.
001090*-----------------------------------------------------------------
001100* 1000-INICIALIZACAO - ABRE OS ARQUIVOS (CAPPEND NUNCA CARREGADO
001110* CONTA COMO VAZIO), GRAVA O HEADER E FAZ A LEITURA INICIAL
001120*-----------------------------------------------------------------
001130 1000-INICIALIZACAO.
001140
001150     DISPLAY '**********************************************'
001160     DISPLAY '     FECHAMENTO DA CAPTACAO ONLINE            '
001170     DISPLAY '**********************************************'
001180
001190     ACCEPT FC-DATA-PROCESSO FROM DATE YYYYMMDD
001200
001210     OPEN I-O ARQ-PENDENTE.
001220
001230     IF FC-FS-PENDENTE = '35'
001240         SET FIM-PENDENTE TO TRUE
001250     ELSE
001260         IF FC-FS-PENDENTE NOT = '00'
001270             DISPLAY '**********************************'
001280             DISPLAY '  ERRO FATAL - ARQUIVO CAPPEND    '
001290             DISPLAY '  FILE STATUS: ' FC-FS-PENDENTE
001300             DISPLAY '**********************************'
001310             MOVE 16 TO RETURN-CODE
001320             STOP RUN
001330         END-IF
001340     END-IF.
001350
001360     OPEN OUTPUT ARQ-TRANCAP.
001370
001380     IF FC-FS-TRANCAP NOT = '00'
001390         DISPLAY '**********************************************'
001400         DISPLAY '  ERRO FATAL - ARQUIVO TRANONL NAO DISPONIVEL  '
001410         DISPLAY '  FILE STATUS: ' FC-FS-TRANCAP
001420         DISPLAY '**********************************************'
001430         MOVE 16 TO RETURN-CODE
001440         STOP RUN
001450     END-IF.
001460
001470     MOVE SPACES TO FC-REGISTRO
001480     MOVE 'H'              TO FC-HDR-TIPO
001490     MOVE FC-DATA-PROCESSO TO FC-HDR-DATA
001500     MOVE 'C'              TO FC-HDR-ORIGEM
001510
001520     PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT.
001530
001540     IF NOT FIM-PENDENTE
001550         PERFORM 2900-LER-PENDENTE THRU 2900-EXIT
001560     END-IF.
001570
001580 1000-EXIT.
001590     EXIT.
001600*-----------------------------------------------------------------
001610* 2000-FECHA-ENTRADA - TRATA A ENTRADA CORRENTE CONFORME A
001620* DECISAO DO SUPERVISOR: APROVADA VAI PARA O ARQUIVO TRANCAP E E
001630* ELIMINADA; REJEITADA E LISTADA E ELIMINADA; PENDENTE OU
001640* DEVOLVIDA FICA NO ARQUIVO PARA O DIA SEGUINTE. LE A PROXIMA
001650*-----------------------------------------------------------------
001660 2000-FECHA-ENTRADA.
001670
001680     ADD 1 TO FC-QTD-LIDAS
001690
001700     IF CP-DATA-CAPTACAO = FC-DATA-PROCESSO
001710         ADD 1 TO FC-QTD-DIGITADAS
001720     END-IF
001730
001740     EVALUATE TRUE
001750         WHEN CP-APROVADA
001760             ADD 1 TO FC-QTD-DETALHES
001770             MOVE CP-TRANSACAO TO FC-REGISTRO
001780             PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT
001790             PERFORM 2100-ELIMINA-ENTRADA THRU 2100-EXIT
001800         WHEN CP-REJEITADA
001810             ADD 1 TO FC-QTD-REJEITADAS
001820             PERFORM 2200-LISTA-REJEITADA THRU 2200-EXIT
001830             PERFORM 2100-ELIMINA-ENTRADA THRU 2100-EXIT
001840         WHEN CP-DEVOLVIDA
001850             ADD 1 TO FC-QTD-DEVOLVIDAS
001860             ADD 1 TO FC-QTD-TRANSPORTADAS
001870         WHEN OTHER
001880             ADD 1 TO FC-QTD-PENDENTES
001890             ADD 1 TO FC-QTD-TRANSPORTADAS
001900     END-EVALUATE
001910
001920     PERFORM 2900-LER-PENDENTE THRU 2900-EXIT.
001930
001940 2000-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970* 2100-ELIMINA-ENTRADA - ELIMINA DO CAPPEND A ENTRADA CORRENTE,
001980* JA FECHADA (APROVADA) OU DESCARTADA (REJEITADA)
001990*-----------------------------------------------------------------
002000 2100-ELIMINA-ENTRADA.
002010
002020     DELETE ARQ-PENDENTE RECORD.
002030
002040     IF FC-FS-PENDENTE NOT = '00'
002050         DISPLAY '**********************************************'
002060         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO CAPPEND         '
002070         DISPLAY '  FILE STATUS: ' FC-FS-PENDENTE
002080         DISPLAY '**********************************************'
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120
002130 2100-EXIT.
002140     EXIT.
002150*-----------------------------------------------------------------
002160* 2200-LISTA-REJEITADA - LISTA A ENTRADA REJEITADA PELO
002170* SUPERVISOR (DIGITACAO, E-MAIL, OPERADOR, SUPERVISOR E MOTIVO),
002180* QUE DEIXA O CAPPEND NESTE FECHAMENTO
002190*-----------------------------------------------------------------
002200 2200-LISTA-REJEITADA.
002210
002220     MOVE CP-TRANSACAO TO REG-TRANSACAO
002230
002240     IF FC-QTD-REJEITADAS = 1
002250         DISPLAY '**********************************************'
002260         DISPLAY '   ENTRADAS REJEITADAS PELO SUPERVISOR        '
002270         DISPLAY '**********************************************'
002280     END-IF
002290
002300     DISPLAY '| ' CP-DATA-CAPTACAO ' ' CP-HORA-CAPTACAO
002310         ' ' TR-EMAIL
002320     DISPLAY '|   OPERADOR=' CP-OPERADOR
002330         ' SUPERVISOR=' CP-SUPERVISOR
002340         ' EM ' CP-DATA-DECISAO
002350     DISPLAY '|   MOTIVO: ' CP-MOTIVO.
002360
002370 2200-EXIT.
002380     EXIT.
002390*-----------------------------------------------------------------
002400* 2900-LER-PENDENTE - LE A PROXIMA ENTRADA DO CAPPEND E LIGA O
002410* SWITCH DE FIM QUANDO NAO HOUVER MAIS REGISTROS
002420*-----------------------------------------------------------------
002430 2900-LER-PENDENTE.
002440
002450     READ ARQ-PENDENTE NEXT RECORD
002460         AT END
002470             SET FIM-PENDENTE TO TRUE
002480     END-READ.
002490
002500     IF FC-FS-PENDENTE NOT = '00'
002510         AND FC-FS-PENDENTE NOT = '10'
002520         DISPLAY '**********************************************'
002530         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO CAPPEND         '
002540         DISPLAY '  FILE STATUS: ' FC-FS-PENDENTE
002550         DISPLAY '**********************************************'
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590
002600 2900-EXIT.
002610     EXIT.
002620*-----------------------------------------------------------------
002630* 3000-GRAVA-TRAILER - GRAVA O TRAILER COM A QUANTIDADE DE
002640* ENTRADAS APROVADAS COPIADAS
002650*-----------------------------------------------------------------
002660 3000-GRAVA-TRAILER.
002670
002680     MOVE SPACES TO FC-REGISTRO
002690     MOVE 'T'             TO FC-TRL-TIPO
002700     MOVE FC-QTD-DETALHES TO FC-TRL-QTD
002710
002720     PERFORM 4000-GRAVA-SAIDA THRU 4000-EXIT.
002730
002740 3000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770* 4000-GRAVA-SAIDA - GRAVA O REGISTRO CORRENTE NO ARQUIVO
002780* TRANCAP DE SAIDA, CONFERINDO O FILE STATUS
002790*-----------------------------------------------------------------
002800 4000-GRAVA-SAIDA.
002810
002820     WRITE REG-TRANCAP FROM FC-REGISTRO.
002830
002840     IF FC-FS-TRANCAP NOT = '00'
002850         DISPLAY '**********************************************'
002860         DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO TRANONL         '
002870         DISPLAY '  FILE STATUS: ' FC-FS-TRANCAP
002880         DISPLAY '**********************************************'
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920
002930 4000-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
002970*-----------------------------------------------------------------
002980 8000-FINALIZACAO.
002990
003000     IF FC-FS-PENDENTE NOT = '35'
003010         CLOSE ARQ-PENDENTE
003020     END-IF
003030
003040     CLOSE ARQ-TRANCAP.
003050
003060 8000-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 9000-RELATORIO-FECHAMENTO - EXIBE OS TOTAIS DO FECHAMENTO
003100*-----------------------------------------------------------------
003110 9000-RELATORIO-FECHAMENTO.
003120
003130     DISPLAY ' '
003140     DISPLAY '**********************************************'
003150     DISPLAY '   RELATORIO DO FECHAMENTO - FIM DE JOB       '
003160     DISPLAY '**********************************************'
003170     DISPLAY '| DATA DA CAPTACAO ......: ' FC-DATA-PROCESSO
003180     DISPLAY '| ENTRADAS LIDAS ........: ' FC-QTD-LIDAS
003190     DISPLAY '| DIGITADAS NO DIA ......: ' FC-QTD-DIGITADAS
003200     DISPLAY '| APROVADAS (FECHADAS) ..: ' FC-QTD-DETALHES
003210     DISPLAY '| REJEITADAS ............: ' FC-QTD-REJEITADAS
003220     DISPLAY '| TRANSPORTADAS .........: ' FC-QTD-TRANSPORTADAS
003230     DISPLAY '|   PENDENTES ...........: ' FC-QTD-PENDENTES
003240     DISPLAY '|   DEVOLVIDAS ..........: ' FC-QTD-DEVOLVIDAS
003250     DISPLAY '**********************************************'.
003260
003270 9000-EXIT.
003280     EXIT.
003290 END PROGRAM STMCAD065.
