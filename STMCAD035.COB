000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    CARGA MENSAL DA BASE DE CEP DOS CORREIOS. LE O
000070*             EXTRATO DA BASE DNE (CEPENT, UMA LINHA POR CEP,
000080*             CAMPOS SEPARADOS POR @: CEP, UF, LOCALIDADE,
000090*             BAIRRO E LOGRADOURO, JA CLASSIFICADO PELO CEP NO
000100*             PASSO ANTERIOR DO JOB) E CARREGA O CLUSTER VAZIO
000110*             DO DD CEPREF (LAYOUT CEPREG), COM OS NOMES EM
000120*             MAIUSCULAS. LINHA COM CEP NAO NUMERICO OU ZERADO,
000130*             CEP REPETIDO, UF FORA DA TABELA UFTAB OU
000140*             LOCALIDADE EM BRANCO E REJEITADA E LISTADA NO
000150*             RELATORIO, SEM PARAR A CARGA. A BASE CARREGADA E
000160*             A REFERENCIA DA CRITICA DE ENDERECO DO STMCAD010 E
000170*             DA CAPTACAO CD55 (STMCAD055).
000180*             RC 4 = HOUVE LINHA REJEITADA, RC 8 = NENHUM CEP
000190*             CARREGADO (O JOB NAO SUBSTITUI A BASE VIGENTE),
000200*             RC 16 = ERRO FATAL DE E/S.
000210* TECTONICS.  cobc
000220******************************************************************
000230* MODIFICATION HISTORY
000240*   15/10/26  MS    PROGRAMA ORIGINAL
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. STMCAD035.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-EXTRATO ASSIGN TO CEPENT
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS CG-FS-EXTRATO.
000340     SELECT ARQ-CEP ASSIGN TO CEPREF
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CE-CEP
000380         FILE STATUS IS CG-FS-CEP.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ARQ-EXTRATO
000420     RECORDING MODE IS F.
000430 01  REG-EXTRATO                       PIC X(200).
000440 FD  ARQ-CEP.
000450     COPY CEPREG.
000460 WORKING-STORAGE SECTION.
000470
000480 01  AREA-EXTRATO.
000490     02  CG-CEP-X                      PIC X(08) VALUE SPACES.
000500     02  CG-CEP-N REDEFINES CG-CEP-X   PIC 9(08).
000510     02  CG-UF                         PIC X(02) VALUE SPACES.
000520     02  CG-CIDADE                     PIC X(20) VALUE SPACES.
000530     02  CG-BAIRRO                     PIC X(20) VALUE SPACES.
000540     02  CG-LOGRADOURO                 PIC X(30) VALUE SPACES.
000550
000560 01  CG-SWITCHES.
000570     02  CG-SW-FIM-EXTRATO             PIC X(01) VALUE 'N'.
000580         88  FIM-EXTRATO               VALUE 'S'.
000590
000600 01  CG-FS-EXTRATO                     PIC X(02) VALUE '00'.
000610 01  CG-FS-CEP                         PIC X(02) VALUE '00'.
000620
000630     COPY UFTAB.
000640
000650 77  CG-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
000660 77  CG-CEP-ANTERIOR                   PIC 9(08) VALUE ZEROS.
000670 77  CG-QTD-CAMPOS                     PIC 9(02) COMP VALUE ZEROS.
000680 77  CG-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
000690 77  CG-FS-ERRO                        PIC X(02) VALUE SPACES.
000700 77  CG-MINUSCULAS                     PIC X(26)
000710         VALUE 'abcdefghijklmnopqrstuvwxyz'.
000720 77  CG-MAIUSCULAS                     PIC X(26)
000730         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000740
000750 01  CG-CONTADORES.
000760     02  CG-QTD-LIDOS                  PIC 9(07) VALUE ZEROS.
000770     02  CG-QTD-CARREGADOS             PIC 9(07) VALUE ZEROS.
000780     02  CG-QTD-LOCALIDADE             PIC 9(07) VALUE ZEROS.
000790     02  CG-QTD-LOGRADOURO             PIC 9(07) VALUE ZEROS.
000800     02  CG-QTD-REJEITADOS             PIC 9(07) VALUE ZEROS.
000810     02  CG-QTD-CEP-INVALIDO           PIC 9(07) VALUE ZEROS.
000820     02  CG-QTD-CEP-REPETIDO           PIC 9(07) VALUE ZEROS.
000830     02  CG-QTD-UF-INVALIDA            PIC 9(07) VALUE ZEROS.
000840     02  CG-QTD-SEM-LOCALIDADE         PIC 9(07) VALUE ZEROS.
000850
000860 PROCEDURE DIVISION.
000870*-----------------------------------------------------------------
000880* 0000-MAINLINE - CONTROLA A ABERTURA, O LACO DE CARGA E O
000890* ENCERRAMENTO DO PROGRAMA, COM O CODIGO DE RETORNO DA CARGA
000900*-----------------------------------------------------------------
000910 0000-MAINLINE.
000920
000930     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
000940
000950     PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
000960         UNTIL FIM-EXTRATO.
000970
000980     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
000990
001000     PERFORM 9000-RELATORIO-CARGA THRU 9000-EXIT.
001010
001020     PERFORM 9100-DEFINE-RETORNO THRU 9100-EXIT.
001030
001040     STOP RUN.
001050*-----------------------------------------------------------------
001060* 1000-INICIALIZACAO - ABRE O EXTRATO E O CLUSTER DE CARGA E FAZ
001070* A LEITURA INICIAL (PRIMING READ) DO EXTRATO
001080*-----------------------------------------------------------------
001090 1000-INICIALIZACAO.
001100
001110     DISPLAY '**********************************************'
001120     DISPLAY '     CARGA DA BASE DE CEP DOS CORREIOS        '
001130     DISPLAY '**********************************************'
001140
001150     ACCEPT CG-DATA-PROCESSO FROM DATE YYYYMMDD
001160
001170     OPEN INPUT ARQ-EXTRATO.
001180
001190     IF CG-FS-EXTRATO NOT = '00'
001200         MOVE 'CEPENT  ' TO CG-ARQUIVO-ERRO
001210         MOVE CG-FS-EXTRATO TO CG-FS-ERRO
001220         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001230     END-IF.
001240
001250     OPEN OUTPUT ARQ-CEP.
001260
001270     IF CG-FS-CEP NOT = '00'
001280         MOVE 'CEPREF  ' TO CG-ARQUIVO-ERRO
001290         MOVE CG-FS-CEP TO CG-FS-ERRO
001300         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001310     END-IF.
001320
001330     PERFORM 2900-LER-EXTRATO THRU 2900-EXIT.
001340
001350 1000-EXIT.
001360     EXIT.
001370*-----------------------------------------------------------------
001380* 2000-PROCESSA-REGISTRO - CRITICA E CARREGA A LINHA CORRENTE DO
001390* EXTRATO E LE A PROXIMA
001400*-----------------------------------------------------------------
001410 2000-PROCESSA-REGISTRO.
001420
001430     PERFORM 2100-CRITICA-LINHA THRU 2100-EXIT
001440
001450     PERFORM 2900-LER-EXTRATO THRU 2900-EXIT.
001460
001470 2000-EXIT.
001480     EXIT.
001490*-----------------------------------------------------------------
001500* 2100-CRITICA-LINHA - SEPARA OS CAMPOS DA LINHA PELO @ E CRITICA
001510* O CEP (NUMERICO, NAO ZERADO E MAIOR QUE O ULTIMO CARREGADO), A
001520* UF E A LOCALIDADE; A LINHA ACEITA E GRAVADA NO CLUSTER
001530*-----------------------------------------------------------------
001540 2100-CRITICA-LINHA.
001550
001560     MOVE SPACES TO AREA-EXTRATO
001570     MOVE ZEROS TO CG-QTD-CAMPOS
001580
001590     UNSTRING REG-EXTRATO DELIMITED BY '@'
001600         INTO CG-CEP-X
001610              CG-UF
001620              CG-CIDADE
001630              CG-BAIRRO
001640              CG-LOGRADOURO
001650         TALLYING IN CG-QTD-CAMPOS
001660     END-UNSTRING
001670
001680     IF CG-CEP-X IS NOT NUMERIC
001690         OR CG-CEP-N = ZEROS
001700         ADD 1 TO CG-QTD-REJEITADOS
001710         ADD 1 TO CG-QTD-CEP-INVALIDO
001720         DISPLAY '| REJEITADA: CEP INVALIDO <' CG-CEP-X
001730             '> NA LINHA ' CG-QTD-LIDOS
001740         GO TO 2100-EXIT
001750     END-IF
001760
001770     IF CG-CEP-N NOT > CG-CEP-ANTERIOR
001780         ADD 1 TO CG-QTD-REJEITADOS
001790         ADD 1 TO CG-QTD-CEP-REPETIDO
001800         DISPLAY '| REJEITADA: CEP REPETIDO <' CG-CEP-X
001810             '> NA LINHA ' CG-QTD-LIDOS
001820         GO TO 2100-EXIT
001830     END-IF
001840
001850     MOVE CG-UF TO UF-SIGLA
001860
001870     IF NOT UF-VALIDA
001880         ADD 1 TO CG-QTD-REJEITADOS
001890         ADD 1 TO CG-QTD-UF-INVALIDA
001900         DISPLAY '| REJEITADA: UF INVALIDA <' CG-UF
001910             '> NA LINHA ' CG-QTD-LIDOS
001920         GO TO 2100-EXIT
001930     END-IF
001940
001950     IF CG-QTD-CAMPOS < 3
001960         OR CG-CIDADE = SPACES
001970         ADD 1 TO CG-QTD-REJEITADOS
001980         ADD 1 TO CG-QTD-SEM-LOCALIDADE
001990         DISPLAY '| REJEITADA: LOCALIDADE EM BRANCO NO CEP <'
002000             CG-CEP-X '> NA LINHA ' CG-QTD-LIDOS
002010         GO TO 2100-EXIT
002020     END-IF
002030
002040     PERFORM 2200-GRAVA-CEP THRU 2200-EXIT.
002050
002060 2100-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------------
002090* 2200-GRAVA-CEP - MONTA O REGISTRO DA BASE COM OS NOMES EM
002100* MAIUSCULAS E O TIPO DO CEP (G = GERAL DE LOCALIDADE, SEM
002110* LOGRADOURO; L = DE LOGRADOURO) E GRAVA NO CLUSTER
002120*-----------------------------------------------------------------
002130 2200-GRAVA-CEP.
002140
002150     INSPECT CG-CIDADE CONVERTING CG-MINUSCULAS TO CG-MAIUSCULAS
002160     INSPECT CG-BAIRRO CONVERTING CG-MINUSCULAS TO CG-MAIUSCULAS
002170     INSPECT CG-LOGRADOURO
002180         CONVERTING CG-MINUSCULAS TO CG-MAIUSCULAS
002190
002200     MOVE SPACES           TO REG-CEP
002210     MOVE CG-CEP-N         TO CE-CEP
002220     MOVE CG-LOGRADOURO    TO CE-LOGRADOURO
002230     MOVE CG-BAIRRO        TO CE-BAIRRO
002240     MOVE CG-CIDADE        TO CE-CIDADE
002250     MOVE CG-UF            TO CE-UF
002260     MOVE CG-DATA-PROCESSO TO CE-DATA-CARGA
002270
002280     IF CG-LOGRADOURO = SPACES
002290         SET CE-CEP-LOCALIDADE TO TRUE
002300         ADD 1 TO CG-QTD-LOCALIDADE
002310     ELSE
002320         SET CE-CEP-LOGRADOURO TO TRUE
002330         ADD 1 TO CG-QTD-LOGRADOURO
002340     END-IF
002350
002360     WRITE REG-CEP.
002370
002380     IF CG-FS-CEP NOT = '00'
002390         MOVE 'CEPREF  ' TO CG-ARQUIVO-ERRO
002400         MOVE CG-FS-CEP TO CG-FS-ERRO
002410         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002420     END-IF
002430
002440     MOVE CG-CEP-N TO CG-CEP-ANTERIOR
002450     ADD 1 TO CG-QTD-CARREGADOS.
002460
002470 2200-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002500* 2900-LER-EXTRATO - LE A PROXIMA LINHA DO EXTRATO E LIGA O
002510* SWITCH DE FIM QUANDO NAO HOUVER MAIS LINHAS
002520*-----------------------------------------------------------------
002530 2900-LER-EXTRATO.
002540
002550     READ ARQ-EXTRATO
002560         AT END
002570             SET FIM-EXTRATO TO TRUE
002580         NOT AT END
002590             ADD 1 TO CG-QTD-LIDOS
002600     END-READ.
002610
002620     IF CG-FS-EXTRATO NOT = '00'
002630         AND CG-FS-EXTRATO NOT = '10'
002640         MOVE 'CEPENT  ' TO CG-ARQUIVO-ERRO
002650         MOVE CG-FS-EXTRATO TO CG-FS-ERRO
002660         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002670     END-IF.
002680
002690 2900-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
002730*-----------------------------------------------------------------
002740 8000-FINALIZACAO.
002750
002760     CLOSE ARQ-EXTRATO
002770     CLOSE ARQ-CEP.
002780
002790 8000-EXIT.
002800     EXIT.
002810*-----------------------------------------------------------------
002820* 9000-RELATORIO-CARGA - EXIBE OS TOTAIS DA CARGA: LINHAS LIDAS,
002830* CEPS CARREGADOS POR TIPO E LINHAS REJEITADAS POR MOTIVO
002840*-----------------------------------------------------------------
002850 9000-RELATORIO-CARGA.
002860
002870     DISPLAY ' '
002880     DISPLAY '**********************************************'
002890     DISPLAY '     RELATORIO DA CARGA DE CEP - FIM DE JOB   '
002900     DISPLAY '**********************************************'
002910     DISPLAY '| DATA DA CARGA .........: ' CG-DATA-PROCESSO
002920     DISPLAY '| LINHAS LIDAS ..........: ' CG-QTD-LIDOS
002930     DISPLAY '| CEPS CARREGADOS .......: ' CG-QTD-CARREGADOS
002940     DISPLAY '|   GERAIS DE LOCALIDADE : ' CG-QTD-LOCALIDADE
002950     DISPLAY '|   DE LOGRADOURO .......: ' CG-QTD-LOGRADOURO
002960     DISPLAY '| LINHAS REJEITADAS .....: ' CG-QTD-REJEITADOS
002970     DISPLAY '|   CEP INVALIDO ........: ' CG-QTD-CEP-INVALIDO
002980     DISPLAY '|   CEP REPETIDO ........: ' CG-QTD-CEP-REPETIDO
002990     DISPLAY '|   UF INVALIDA .........: ' CG-QTD-UF-INVALIDA
003000     DISPLAY '|   SEM LOCALIDADE ......: ' CG-QTD-SEM-LOCALIDADE
003010     DISPLAY '**********************************************'.
003020
003030 9000-EXIT.
003040     EXIT.
003050*-----------------------------------------------------------------
003060* 9100-DEFINE-RETORNO - DEFINE O CODIGO DE RETORNO DO JOB: 8
003070* QUANDO NENHUM CEP FOI CARREGADO (EXTRATO VAZIO OU ILEGIVEL: A
003080* BASE VIGENTE NAO DEVE SER SUBSTITUIDA), 4 QUANDO HOUVE LINHA
003090* REJEITADA, 0 QUANDO LIMPO
003100*-----------------------------------------------------------------
003110 9100-DEFINE-RETORNO.
003120
003130     EVALUATE TRUE
003140         WHEN CG-QTD-CARREGADOS = 0
003150             MOVE 8 TO RETURN-CODE
003160             DISPLAY '| CODIGO DE RETORNO .....: 8 (BASE VAZIA)'
003170         WHEN CG-QTD-REJEITADOS > 0
003180             MOVE 4 TO RETURN-CODE
003190             DISPLAY '| CODIGO DE RETORNO .....: 4 (REJEITOS)'
003200         WHEN OTHER
003210             MOVE 0 TO RETURN-CODE
003220             DISPLAY '| CODIGO DE RETORNO .....: 0 (LIMPO)'
003230     END-EVALUATE.
003240
003250 9100-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
003290* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
003300*-----------------------------------------------------------------
003310 9900-ERRO-FATAL-ES.
003320
003330     DISPLAY '**********************************************'
003340     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' CG-ARQUIVO-ERRO
003350     DISPLAY '  FILE STATUS: ' CG-FS-ERRO
003360     DISPLAY '**********************************************'
003370
003380     MOVE 16 TO RETURN-CODE
003390
003400     STOP RUN.
003410
003420 9900-EXIT.
003430     EXIT.
003440 END PROGRAM STMCAD035.
