000010******************************************************************
000020* AUTHOR.     MATHEUS STYS
000030* INSTALLATION. DEPTO DE SISTEMAS
000040* DATE-WRITTEN. 15/10/26
000050* DATE-COMPILED.
000060* PURPOSE.    CONFERENCIA DA CADEIA DE HASH DA TRILHA DE AUDITORIA
000070*             E DO JORNAL DE IMAGENS. PERCORRE A AUDITORIA INTEIRA
000080*             (TODAS AS GERACOES DO AUDHIST, DA MAIS ANTIGA PARA A
000090*             MAIS NOVA, E DEPOIS O AUDITLOG CORRENTE) E O JRNMEST
000100*             ACUMULADO E, PARA CADA REGISTRO ENCADEADO, RECALCULA
000110*             O HASH DOS DADOS PESSOAIS (NO REGISTRO ANONIMIZADO
000120*             PELO STMCAD086, CONFERE A MASCARA) E O HASH DO
000130*             REGISTRO E CONFERE A SEQUENCIA E O HASH ANTERIOR
000140*             (CALCULO EM CADEREG). APONTA REGISTRO ALTERADO,
000150*             LACUNA NA SEQUENCIA, REGISTRO FORA DE ORDEM, CADEIA
000160*             ROMPIDA E REGISTRO SEM CADEIA APOS O INICIO DO
000170*             ENCADEAMENTO, E CONFERE O FIM DE CADA ARQUIVO COM O
000180*             CONTROLE CADEIA (TRUNCAMENTO OU REGISTROS
000190*             ACRESCENTADOS POR FORA DOS GRAVADORES). OS REGISTROS
000200*             ANTERIORES AO ENCADEAMENTO (SEQUENCIA ZERO) SAO SO
000210*             CONTADOS. QUANDO O PRIMEIRO REGISTRO ENCADEADO NAO
000220*             TEM SEQUENCIA 1 E NAO HA REGISTRO ANTERIOR AO
000230*             ENCADEAMENTO ANTES DELE, O INICIO E TOMADO COMO
000240*             DESCARTE DE GERACOES PELO LIMITE DO GDG E SO
000250*             INFORMADO. ENCERRA COM RC 8 EM QUALQUER ANOMALIA (O
000260*             SCHEDULER RETEM OS JOBS DA MANHA) E RC 16 EM ERRO
000270*             FATAL DE E/S.
000280* TECTONICS.  cobc
000290******************************************************************
000300* MODIFICATION HISTORY
000310*   15/10/26  MS    PROGRAMA ORIGINAL
000320*   15/10/26  MS    TRILHA DE AUDITORIA DE LRECL 333 (AU-ORIGEM,
000330*                   DENTRO DO HASH DO REGISTRO)
000340*   15/10/26  MS    REGISTRO ANONIMIZADO CONFERE A MASCARA DO
000350*                   STMCAD086 (CPF ZEROS, TELEFONE E ENDERECO EM
000360*                   BRANCO, CEP ZEROS) EM VEZ DE DISPENSAR A
000370*                   CONFERENCIA DOS DADOS PESSOAIS
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. STMCAD016.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ARQ-HISTORICO ASSIGN TO AUDHIST
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS VC-FS-HISTORICO.
000470     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS VC-FS-AUDITORIA.
000500     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS VC-FS-JORNAL.
000530     SELECT ARQ-CADEIA ASSIGN TO CADEIA
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CD-CHAVE
000570         FILE STATUS IS VC-FS-CADEIA.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARQ-HISTORICO
000610     RECORDING MODE IS F.
000620 01  REG-HISTORICO                     PIC X(333).
000630 FD  ARQ-AUDITORIA
000640     RECORDING MODE IS F.
000650 01  REG-AUDITORIA-ATUAL               PIC X(333).
000660 FD  ARQ-JORNAL
000670     RECORDING MODE IS F.
000680     COPY JRNLREG.
000690 FD  ARQ-CADEIA.
000700     COPY CADEREG.
000710 WORKING-STORAGE SECTION.
000720
000730 01  VC-SWITCHES.
000740     02  VC-SW-FIM-ARQUIVO             PIC X(01) VALUE 'N'.
000750         88  FIM-ARQUIVO               VALUE 'S'.
000760     02  VC-SW-ENCADEADO               PIC X(01) VALUE 'N'.
000770         88  CADEIA-INICIADA           VALUE 'S'.
000780     02  VC-SW-LEGADO                  PIC X(01) VALUE 'N'.
000790         88  LEGADO-LIDO               VALUE 'S'.
000800     02  VC-SW-ANONIMIZADO             PIC X(01) VALUE 'N'.
000810         88  REGISTRO-ANONIMIZADO      VALUE 'S'.
000820
000830 01  VC-FS-HISTORICO                   PIC X(02) VALUE '00'.
000840 01  VC-FS-AUDITORIA                   PIC X(02) VALUE '00'.
000850 01  VC-FS-JORNAL                      PIC X(02) VALUE '00'.
000860 01  VC-FS-CADEIA                      PIC X(02) VALUE '00'.
000870
000880*-----------------------------------------------------------------
000890* TRILHA DE AUDITORIA (ARQUIVADA E CORRENTE, LIDAS NESTA AREA)
000900*-----------------------------------------------------------------
000910     COPY AUDIREG.
000920
000930*-----------------------------------------------------------------
000940* REGISTRO CORRENTE (AUDITORIA OU JORNAL) E ESTADO DA CADEIA EM
000950* CONFERENCIA
000960*-----------------------------------------------------------------
000970 01  VC-REGISTRO.
000980     02  VC-RG-ORIGEM                  PIC X(08).
000990     02  VC-RG-SEQUENCIA               PIC 9(10).
001000     02  VC-RG-ANTERIOR                PIC X(20).
001010     02  VC-RG-HASH                    PIC X(20).
001020     02  VC-RG-DATA                    PIC X(08).
001030     02  VC-RG-HORA                    PIC X(08).
001040
001050 01  VC-CADEIA.
001060     02  VC-NOME-CADEIA                PIC X(08).
001070     02  VC-SEQ-ESPERADA               PIC 9(10).
001080     02  VC-ULT-SEQUENCIA              PIC 9(10).
001090     02  VC-ULT-HASH                   PIC X(20).
001100     02  VC-PRI-SEQUENCIA              PIC 9(10).
001110*-----------------------------------------------------------------
001120* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
001130* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
001140* (DESCRITO EM CADEREG)
001150*-----------------------------------------------------------------
001160 01  VC-HASH-ENTRADA.
001170     02  VC-HE-ANTERIOR               PIC X(20).
001180     02  VC-HE-SEQUENCIA              PIC 9(10).
001190     02  VC-HE-PESSOAL                PIC X(20).
001200     02  VC-HE-REGISTRO               PIC X(473).
001210 01  VC-HASH-DADOS-PESSOAIS.
001220     02  VC-HP-IMAGEM OCCURS 2 TIMES.
001230         03  VC-HP-NOME               PIC X(30).
001240         03  VC-HP-CPF                PIC X(11).
001250         03  VC-HP-TELEFONE           PIC X(11).
001260         03  VC-HP-ENDERECO           PIC X(85).
001270*-----------------------------------------------------------------
001280* DADOS PESSOAIS COMO O STMCAD086 OS DEIXA NO REGISTRO ANONIMIZADO
001290* (MESMO LEIAUTE DE VC-HP-IMAGEM)
001300*-----------------------------------------------------------------
001310 01  VC-MASCARA-ANONIMO.
001320     02  FILLER                       PIC X(30)
001330                                       VALUE 'ANONIMIZADO'.
001340     02  FILLER                       PIC 9(11) VALUE ZEROS.
001350     02  FILLER                       PIC X(11) VALUE SPACES.
001360     02  FILLER                       PIC X(77) VALUE SPACES.
001370     02  FILLER                       PIC 9(08) VALUE ZEROS.
001380 01  VC-HASH-AREA                     PIC X(523) VALUE SPACES.
001390 01  VC-HASH-RESULTADO.
001400     02  VC-HASH-H1                   PIC 9(10).
001410     02  VC-HASH-H2                   PIC 9(10).
001420 01  VC-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
001430 01  VC-HASH-BYTE-AREA REDEFINES VC-HASH-BYTE-BINARIO.
001440     02  FILLER                       PIC X(01).
001450     02  VC-HASH-BYTE                 PIC X(01).
001460 77  VC-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
001470 77  VC-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
001480 77  VC-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
001490 77  VC-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
001500 77  VC-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
001510 77  VC-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
001520
001530 77  VC-DESCRICAO                      PIC X(40) VALUE SPACES.
001540 77  VC-MAX-DETALHES                   PIC 9(04) COMP VALUE 200.
001550 77  VC-QTD-DETALHES                   PIC 9(04) COMP VALUE ZEROS.
001560 77  VC-TOT-ANOMALIAS                  PIC 9(08) VALUE ZEROS.
001570 77  VC-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001580 77  VC-FS-ERRO                        PIC X(02) VALUE SPACES.
001590
001600 01  VC-CONTADORES.
001610     02  VC-QTD-LIDOS                  PIC 9(08) VALUE ZEROS.
001620     02  VC-QTD-LEGADOS                PIC 9(08) VALUE ZEROS.
001630     02  VC-QTD-ENCADEADOS             PIC 9(08) VALUE ZEROS.
001640     02  VC-QTD-ANONIMIZADOS           PIC 9(08) VALUE ZEROS.
001650     02  VC-QTD-ALTERADOS              PIC 9(08) VALUE ZEROS.
001660     02  VC-QTD-LACUNAS                PIC 9(08) VALUE ZEROS.
001670     02  VC-QTD-FORA-ORDEM             PIC 9(08) VALUE ZEROS.
001680     02  VC-QTD-ROMPIDOS               PIC 9(08) VALUE ZEROS.
001690     02  VC-QTD-SEM-CADEIA             PIC 9(08) VALUE ZEROS.
001700     02  VC-QTD-CONTROLE               PIC 9(08) VALUE ZEROS.
001710     02  VC-QTD-ANOMALIAS              PIC 9(08) VALUE ZEROS.
001720
001730 PROCEDURE DIVISION.
001740*-----------------------------------------------------------------
001750* 0000-MAINLINE - CONFERE A CADEIA DA AUDITORIA E A DO JORNAL E
001760* ENCERRA COM O CODIGO DE RETORNO
001770*-----------------------------------------------------------------
001780 0000-MAINLINE.
001790
001800     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001810
001820     PERFORM 2000-CONFERE-AUDITORIA THRU 2000-EXIT.
001830
001840     PERFORM 3000-CONFERE-JORNAL THRU 3000-EXIT.
001850
001860     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001870
001880     PERFORM 9000-RELATORIO-FINAL THRU 9000-EXIT.
001890
001900     IF VC-TOT-ANOMALIAS > 0
001910         MOVE 8 TO RETURN-CODE
001920     END-IF
001930
001940     STOP RUN.
001950*-----------------------------------------------------------------
001960* 1000-INICIALIZACAO - ABRE O CONTROLE DA CADEIA
001970*-----------------------------------------------------------------
001980 1000-INICIALIZACAO.
001990
002000     DISPLAY '**********************************************'
002010     DISPLAY '   CONFERENCIA DA CADEIA DE HASH              '
002020     DISPLAY '**********************************************'
002030
002040     OPEN INPUT ARQ-CADEIA.
002050
002060     IF VC-FS-CADEIA NOT = '00'
002070         MOVE 'CADEIA  ' TO VC-ARQUIVO-ERRO
002080         MOVE VC-FS-CADEIA TO VC-FS-ERRO
002090         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002100     END-IF.
002110
002120 1000-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150* 2000-CONFERE-AUDITORIA - CONFERE A CADEIA DA AUDITORIA: O
002160* AUDHIST (GERACOES DA MAIS ANTIGA PARA A MAIS NOVA) E EM SEGUIDA
002170* O AUDITLOG, COMO UMA SO SEQUENCIA, E O FIM CONTRA O CONTROLE
002180*-----------------------------------------------------------------
002190 2000-CONFERE-AUDITORIA.
002200
002210     MOVE 'AUDITLOG' TO VC-NOME-CADEIA
002220     PERFORM 7000-INICIA-CADEIA THRU 7000-EXIT
002230
002240     OPEN INPUT ARQ-HISTORICO.
002250
002260     IF VC-FS-HISTORICO NOT = '00'
002270         MOVE 'AUDHIST ' TO VC-ARQUIVO-ERRO
002280         MOVE VC-FS-HISTORICO TO VC-FS-ERRO
002290         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002300     END-IF.
002310
002320     MOVE 'N' TO VC-SW-FIM-ARQUIVO
002330
002340     PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
002350         UNTIL FIM-ARQUIVO.
002360
002370     CLOSE ARQ-HISTORICO.
002380
002390     OPEN INPUT ARQ-AUDITORIA.
002400
002410     IF VC-FS-AUDITORIA NOT = '00'
002420         MOVE 'AUDITLOG' TO VC-ARQUIVO-ERRO
002430         MOVE VC-FS-AUDITORIA TO VC-FS-ERRO
002440         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002450     END-IF.
002460
002470     MOVE 'N' TO VC-SW-FIM-ARQUIVO
002480
002490     PERFORM 2200-LER-AUDITORIA THRU 2200-EXIT
002500         UNTIL FIM-ARQUIVO.
002510
002520     CLOSE ARQ-AUDITORIA.
002530
002540     MOVE 'AUDITLOG' TO CD-CHAVE
002550     PERFORM 5000-CONFERE-CONTROLE THRU 5000-EXIT
002560
002570     PERFORM 7100-RESUMO-CADEIA THRU 7100-EXIT.
002580
002590 2000-EXIT.
002600     EXIT.
002610*-----------------------------------------------------------------
002620* 2100-LER-HISTORICO - LE O PROXIMO REGISTRO DA AUDITORIA
002630* ARQUIVADA E O CONFERE
002640*-----------------------------------------------------------------
002650 2100-LER-HISTORICO.
002660
002670     READ ARQ-HISTORICO INTO REG-AUDITORIA
002680         AT END
002690             SET FIM-ARQUIVO TO TRUE
002700             GO TO 2100-EXIT
002710     END-READ
002720
002730     IF VC-FS-HISTORICO NOT = '00'
002740         MOVE 'AUDHIST ' TO VC-ARQUIVO-ERRO
002750         MOVE VC-FS-HISTORICO TO VC-FS-ERRO
002760         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002770     END-IF
002780
002790     MOVE 'AUDHIST ' TO VC-RG-ORIGEM
002800
002810     PERFORM 2300-CONFERE-REG-AUDITORIA THRU 2300-EXIT.
002820
002830 2100-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 2200-LER-AUDITORIA - LE O PROXIMO REGISTRO DA AUDITORIA
002870* CORRENTE E O CONFERE
002880*-----------------------------------------------------------------
002890 2200-LER-AUDITORIA.
002900
002910     READ ARQ-AUDITORIA INTO REG-AUDITORIA
002920         AT END
002930             SET FIM-ARQUIVO TO TRUE
002940             GO TO 2200-EXIT
002950     END-READ
002960
002970     IF VC-FS-AUDITORIA NOT = '00'
002980         MOVE 'AUDITLOG' TO VC-ARQUIVO-ERRO
002990         MOVE VC-FS-AUDITORIA TO VC-FS-ERRO
003000         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003010     END-IF
003020
003030     MOVE 'AUDITLOG' TO VC-RG-ORIGEM
003040
003050     PERFORM 2300-CONFERE-REG-AUDITORIA THRU 2300-EXIT.
003060
003070 2200-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 2300-CONFERE-REG-AUDITORIA - CONFERE O REGISTRO DE AUDITORIA
003110* CORRENTE: RECALCULA O HASH PESSOAL (NO REGISTRO ANONIMIZADO,
003120* CONFERE OS DADOS PESSOAIS COM A MASCARA) E O HASH DO REGISTRO,
003130* COM OS DADOS PESSOAIS EM BRANCO COMO NA GRAVACAO (O REGISTRO
003140* LIDO NAO E REGRAVADO), E SEGUE PARA A CONFERENCIA DO
003150* ENCADEAMENTO
003160*-----------------------------------------------------------------
003170 2300-CONFERE-REG-AUDITORIA.
003180
003190     ADD 1 TO VC-QTD-LIDOS
003200
003210     MOVE AU-DATA                TO VC-RG-DATA
003220     MOVE AU-HORA                TO VC-RG-HORA
003230     MOVE AU-SEQ-CADEIA          TO VC-RG-SEQUENCIA
003240     MOVE AU-HASH-ANTERIOR       TO VC-RG-ANTERIOR
003250     MOVE AU-HASH-REGISTRO       TO VC-RG-HASH
003260
003270     IF AU-SEQ-CADEIA IS NOT NUMERIC
003280         MOVE ZEROS TO VC-RG-SEQUENCIA
003290         MOVE 'SEQUENCIA DA CADEIA INVALIDA' TO VC-DESCRICAO
003300         ADD 1 TO VC-QTD-ALTERADOS
003310         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
003320         GO TO 2300-EXIT
003330     END-IF
003340
003350     IF AU-SEQ-CADEIA = ZEROS
003360         PERFORM 4200-REGISTRO-LEGADO THRU 4200-EXIT
003370         GO TO 2300-EXIT
003380     END-IF
003390
003400     MOVE 'N' TO VC-SW-ANONIMIZADO
003410
003420     IF AU-NOME = 'ANONIMIZADO'
003430         SET REGISTRO-ANONIMIZADO TO TRUE
003440         ADD 1 TO VC-QTD-ANONIMIZADOS
003450     END-IF
003460
003470     MOVE SPACES                 TO VC-HASH-DADOS-PESSOAIS
003480     MOVE AU-NOME                TO VC-HP-NOME(1)
003490     MOVE AU-CPF                 TO VC-HP-CPF(1)
003500     MOVE AU-TELEFONE            TO VC-HP-TELEFONE(1)
003510     MOVE AU-ENDERECO            TO VC-HP-ENDERECO(1)
003520
003530     IF REGISTRO-ANONIMIZADO
003540         IF VC-HP-IMAGEM(1) NOT = VC-MASCARA-ANONIMO
003550             MOVE 'ALTERADO - HASH PESSOAL NAO CONFERE'
003560                 TO VC-DESCRICAO
003570             ADD 1 TO VC-QTD-ALTERADOS
003580             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
003590         END-IF
003600     ELSE
003610         MOVE VC-HASH-DADOS-PESSOAIS TO VC-HASH-AREA
003620         MOVE 274                TO VC-HASH-TAMANHO
003630         PERFORM 6000-CALCULA-HASH THRU 6000-EXIT
003640         IF VC-HASH-RESULTADO NOT = AU-HASH-PESSOAL
003650             MOVE 'ALTERADO - HASH PESSOAL NAO CONFERE'
003660                 TO VC-DESCRICAO
003670             ADD 1 TO VC-QTD-ALTERADOS
003680             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
003690         END-IF
003700     END-IF
003710
003720     MOVE AU-HASH-ANTERIOR       TO VC-HE-ANTERIOR
003730     MOVE AU-SEQ-CADEIA          TO VC-HE-SEQUENCIA
003740     MOVE AU-HASH-PESSOAL        TO VC-HE-PESSOAL
003750
003760     MOVE SPACES                 TO AU-NOME
003770     MOVE ZEROS                  TO AU-CPF
003780     MOVE SPACES                 TO AU-TELEFONE
003790     MOVE SPACES                 TO AU-ENDERECO
003800     MOVE REG-AUDITORIA(1:263)   TO VC-HE-REGISTRO
003810
003820     MOVE VC-HASH-ENTRADA        TO VC-HASH-AREA
003830     MOVE 523                    TO VC-HASH-TAMANHO
003840     PERFORM 6000-CALCULA-HASH THRU 6000-EXIT
003850
003860     IF VC-HASH-RESULTADO NOT = AU-HASH-REGISTRO
003870         MOVE 'ALTERADO - HASH DO REGISTRO NAO CONFERE'
003880             TO VC-DESCRICAO
003890         ADD 1 TO VC-QTD-ALTERADOS
003900         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
003910     END-IF
003920
003930     PERFORM 4000-CONFERE-ENCADEAMENTO THRU 4000-EXIT.
003940
003950 2300-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 3000-CONFERE-JORNAL - CONFERE A CADEIA DO JORNAL DE IMAGENS
003990* (JRNMEST ACUMULADO) E O FIM CONTRA O CONTROLE
004000*-----------------------------------------------------------------
004010 3000-CONFERE-JORNAL.
004020
004030     MOVE 'JRNMEST ' TO VC-NOME-CADEIA
004040     PERFORM 7000-INICIA-CADEIA THRU 7000-EXIT
004050
004060     OPEN INPUT ARQ-JORNAL.
004070
004080     IF VC-FS-JORNAL NOT = '00'
004090         MOVE 'JRNMEST ' TO VC-ARQUIVO-ERRO
004100         MOVE VC-FS-JORNAL TO VC-FS-ERRO
004110         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004120     END-IF.
004130
004140     MOVE 'N' TO VC-SW-FIM-ARQUIVO
004150
004160     PERFORM 3100-LER-JORNAL THRU 3100-EXIT
004170         UNTIL FIM-ARQUIVO.
004180
004190     CLOSE ARQ-JORNAL.
004200
004210     MOVE 'JRNMEST ' TO CD-CHAVE
004220     PERFORM 5000-CONFERE-CONTROLE THRU 5000-EXIT
004230
004240     PERFORM 7100-RESUMO-CADEIA THRU 7100-EXIT.
004250
004260 3000-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290* 3100-LER-JORNAL - LE O PROXIMO REGISTRO DO JORNAL E O CONFERE
004300*-----------------------------------------------------------------
004310 3100-LER-JORNAL.
004320
004330     READ ARQ-JORNAL
004340         AT END
004350             SET FIM-ARQUIVO TO TRUE
004360             GO TO 3100-EXIT
004370     END-READ
004380
004390     IF VC-FS-JORNAL NOT = '00'
004400         MOVE 'JRNMEST ' TO VC-ARQUIVO-ERRO
004410         MOVE VC-FS-JORNAL TO VC-FS-ERRO
004420         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004430     END-IF
004440
004450     MOVE 'JRNMEST ' TO VC-RG-ORIGEM
004460
004470     PERFORM 3300-CONFERE-REG-JORNAL THRU 3300-EXIT.
004480
004490 3100-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 3300-CONFERE-REG-JORNAL - CONFERE O REGISTRO DO JORNAL CORRENTE:
004530* RECALCULA O HASH PESSOAL DAS DUAS IMAGENS (NO REGISTRO
004540* ANONIMIZADO, CONFERE COM A MASCARA CADA IMAGEM PRESENTE; O
004550* STMCAD086 MASCARA AS DUAS) E O HASH DO REGISTRO, COM OS DADOS
004560* PESSOAIS EM BRANCO COMO NA GRAVACAO, E SEGUE PARA A CONFERENCIA
004570* DO ENCADEAMENTO
004580*-----------------------------------------------------------------
004590 3300-CONFERE-REG-JORNAL.
004600
004610     ADD 1 TO VC-QTD-LIDOS
004620
004630     MOVE JN-DATA                TO VC-RG-DATA
004640     MOVE JN-HORA                TO VC-RG-HORA
004650     MOVE JN-SEQ-CADEIA          TO VC-RG-SEQUENCIA
004660     MOVE JN-HASH-ANTERIOR       TO VC-RG-ANTERIOR
004670     MOVE JN-HASH-REGISTRO       TO VC-RG-HASH
004680
004690     IF JN-SEQ-CADEIA IS NOT NUMERIC
004700         MOVE ZEROS TO VC-RG-SEQUENCIA
004710         MOVE 'SEQUENCIA DA CADEIA INVALIDA' TO VC-DESCRICAO
004720         ADD 1 TO VC-QTD-ALTERADOS
004730         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
004740         GO TO 3300-EXIT
004750     END-IF
004760
004770     IF JN-SEQ-CADEIA = ZEROS
004780         PERFORM 4200-REGISTRO-LEGADO THRU 4200-EXIT
004790         GO TO 3300-EXIT
004800     END-IF
004810
004820     MOVE 'N' TO VC-SW-ANONIMIZADO
004830
004840     IF JN-AN-NOME = 'ANONIMIZADO'
004850         OR JN-DP-NOME = 'ANONIMIZADO'
004860         SET REGISTRO-ANONIMIZADO TO TRUE
004870         ADD 1 TO VC-QTD-ANONIMIZADOS
004880     END-IF
004890
004900     MOVE JN-AN-NOME             TO VC-HP-NOME(1)
004910     MOVE JN-AN-CPF              TO VC-HP-CPF(1)
004920     MOVE JN-AN-TELEFONE         TO VC-HP-TELEFONE(1)
004930     MOVE JN-AN-ENDERECO         TO VC-HP-ENDERECO(1)
004940     MOVE JN-DP-NOME             TO VC-HP-NOME(2)
004950     MOVE JN-DP-CPF              TO VC-HP-CPF(2)
004960     MOVE JN-DP-TELEFONE         TO VC-HP-TELEFONE(2)
004970     MOVE JN-DP-ENDERECO         TO VC-HP-ENDERECO(2)
004980
004990     IF REGISTRO-ANONIMIZADO
005000         IF (JN-IMAGEM-ANTES NOT = SPACES
005010             AND VC-HP-IMAGEM(1) NOT = VC-MASCARA-ANONIMO)
005020         OR (JN-IMAGEM-DEPOIS NOT = SPACES
005030             AND VC-HP-IMAGEM(2) NOT = VC-MASCARA-ANONIMO)
005040             MOVE 'ALTERADO - HASH PESSOAL NAO CONFERE'
005050                 TO VC-DESCRICAO
005060             ADD 1 TO VC-QTD-ALTERADOS
005070             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005080         END-IF
005090     ELSE
005100         MOVE VC-HASH-DADOS-PESSOAIS TO VC-HASH-AREA
005110         MOVE 274                TO VC-HASH-TAMANHO
005120         PERFORM 6000-CALCULA-HASH THRU 6000-EXIT
005130         IF VC-HASH-RESULTADO NOT = JN-HASH-PESSOAL
005140             MOVE 'ALTERADO - HASH PESSOAL NAO CONFERE'
005150                 TO VC-DESCRICAO
005160             ADD 1 TO VC-QTD-ALTERADOS
005170             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005180         END-IF
005190     END-IF
005200
005210     MOVE JN-HASH-ANTERIOR       TO VC-HE-ANTERIOR
005220     MOVE JN-SEQ-CADEIA          TO VC-HE-SEQUENCIA
005230     MOVE JN-HASH-PESSOAL        TO VC-HE-PESSOAL
005240
005250     MOVE SPACES                 TO JN-AN-NOME
005260     MOVE SPACES                 TO JN-AN-CPF
005270     MOVE SPACES                 TO JN-AN-TELEFONE
005280     MOVE SPACES                 TO JN-AN-ENDERECO
005290     MOVE SPACES                 TO JN-DP-NOME
005300     MOVE SPACES                 TO JN-DP-CPF
005310     MOVE SPACES                 TO JN-DP-TELEFONE
005320     MOVE SPACES                 TO JN-DP-ENDERECO
005330     MOVE REG-JORNAL(1:473)      TO VC-HE-REGISTRO
005340
005350     MOVE VC-HASH-ENTRADA        TO VC-HASH-AREA
005360     MOVE 523                    TO VC-HASH-TAMANHO
005370     PERFORM 6000-CALCULA-HASH THRU 6000-EXIT
005380
005390     IF VC-HASH-RESULTADO NOT = JN-HASH-REGISTRO
005400         MOVE 'ALTERADO - HASH DO REGISTRO NAO CONFERE'
005410             TO VC-DESCRICAO
005420         ADD 1 TO VC-QTD-ALTERADOS
005430         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005440     END-IF
005450
005460     PERFORM 4000-CONFERE-ENCADEAMENTO THRU 4000-EXIT.
005470
005480 3300-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------------
005510* 4000-CONFERE-ENCADEAMENTO - CONFERE A SEQUENCIA E O HASH
005520* ANTERIOR
005530* DO REGISTRO ENCADEADO CORRENTE COM O ULTIMO CONFERIDO: SEQUENCIA
005540* MENOR QUE A ESPERADA E FORA DE ORDEM (NAO AVANCA A CADEIA),
005550* MAIOR E LACUNA (A CADEIA SEGUE DO REGISTRO LIDO) E IGUAL COM
005560* HASH ANTERIOR DIFERENTE E CADEIA ROMPIDA
005570*-----------------------------------------------------------------
005580 4000-CONFERE-ENCADEAMENTO.
005590
005600     ADD 1 TO VC-QTD-ENCADEADOS
005610
005620     IF NOT CADEIA-INICIADA
005630         SET CADEIA-INICIADA TO TRUE
005640         MOVE VC-RG-SEQUENCIA TO VC-PRI-SEQUENCIA
005650         IF VC-RG-SEQUENCIA > 1
005660             AND NOT LEGADO-LIDO
005670             MOVE VC-RG-SEQUENCIA TO VC-SEQ-ESPERADA
005680             MOVE VC-RG-ANTERIOR  TO VC-ULT-HASH
005690         END-IF
005700     END-IF
005710
005720     IF VC-RG-SEQUENCIA < VC-SEQ-ESPERADA
005730         MOVE SPACES TO VC-DESCRICAO
005740         STRING 'FORA DE ORDEM - ESPERADA ' VC-SEQ-ESPERADA
005750             DELIMITED BY SIZE INTO VC-DESCRICAO
005760         ADD 1 TO VC-QTD-FORA-ORDEM
005770         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005780         GO TO 4000-EXIT
005790     END-IF
005800
005810     IF VC-RG-SEQUENCIA > VC-SEQ-ESPERADA
005820         MOVE SPACES TO VC-DESCRICAO
005830         STRING 'LACUNA - ESPERADA ' VC-SEQ-ESPERADA
005840             DELIMITED BY SIZE INTO VC-DESCRICAO
005850         ADD 1 TO VC-QTD-LACUNAS
005860         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005870     ELSE
005880         IF VC-RG-ANTERIOR NOT = VC-ULT-HASH
005890             MOVE 'CADEIA ROMPIDA - HASH ANTERIOR DIFERENTE'
005900                 TO VC-DESCRICAO
005910             ADD 1 TO VC-QTD-ROMPIDOS
005920             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
005930         END-IF
005940     END-IF
005950
005960     COMPUTE VC-SEQ-ESPERADA = VC-RG-SEQUENCIA + 1
005970     MOVE VC-RG-SEQUENCIA        TO VC-ULT-SEQUENCIA
005980     MOVE VC-RG-HASH             TO VC-ULT-HASH.
005990
006000 4000-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------------
006030* 4100-REGISTRA-ANOMALIA - CONTA A ANOMALIA DO REGISTRO CORRENTE E
006040* LISTA O DETALHE ATE O LIMITE DE VC-MAX-DETALHES LINHAS NO JOB;
006050* DAI EM DIANTE AS ANOMALIAS SO SAO CONTADAS
006060*-----------------------------------------------------------------
006070 4100-REGISTRA-ANOMALIA.
006080
006090     ADD 1 TO VC-QTD-ANOMALIAS
006100     ADD 1 TO VC-TOT-ANOMALIAS
006110
006120     IF VC-QTD-DETALHES NOT < VC-MAX-DETALHES
006130         GO TO 4100-EXIT
006140     END-IF
006150
006160     ADD 1 TO VC-QTD-DETALHES
006170
006180     DISPLAY '| ' VC-RG-ORIGEM ' SEQ ' VC-RG-SEQUENCIA
006190             ' ' VC-RG-DATA ' ' VC-RG-HORA
006200     DISPLAY '|     ' VC-DESCRICAO
006210
006220     IF VC-QTD-DETALHES NOT < VC-MAX-DETALHES
006230         DISPLAY '| LIMITE DE DETALHES ATINGIDO - AS DEMAIS'
006240         DISPLAY '| ANOMALIAS SAO SO CONTADAS'
006250     END-IF.
006260
006270 4100-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300* 4200-REGISTRO-LEGADO - CONTA O REGISTRO ANTERIOR AO ENCADEAMENTO
006310* (SEQUENCIA ZERO); DEPOIS DO PRIMEIRO REGISTRO ENCADEADO, O
006320* REGISTRO
006330* SEM CADEIA E ANOMALIA
006340*-----------------------------------------------------------------
006350 4200-REGISTRO-LEGADO.
006360
006370     ADD 1 TO VC-QTD-LEGADOS
006380
006390     SET LEGADO-LIDO TO TRUE
006400
006410     IF CADEIA-INICIADA
006420         MOVE 'SEM CADEIA APOS O INICIO DO ENCADEAMENTO'
006430             TO VC-DESCRICAO
006440         ADD 1 TO VC-QTD-SEM-CADEIA
006450         PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
006460     END-IF.
006470
006480 4200-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510* 5000-CONFERE-CONTROLE - CONFERE O ULTIMO REGISTRO ENCADEADO LIDO
006520* COM O CONTROLE DA CADEIA (CHAVE EM CD-CHAVE): SEQUENCIA DO
006530* CONTROLE MAIOR INDICA TRUNCAMENTO, MENOR INDICA REGISTROS
006540* ACRESCENTADOS POR FORA DOS GRAVADORES
006550*-----------------------------------------------------------------
006560 5000-CONFERE-CONTROLE.
006570
006580     READ ARQ-CADEIA
006590
006600     IF VC-FS-CADEIA NOT = '00'
006610         MOVE 'CADEIA  ' TO VC-ARQUIVO-ERRO
006620         MOVE VC-FS-CADEIA TO VC-FS-ERRO
006630         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
006640     END-IF
006650
006660     MOVE 'CADEIA  '             TO VC-RG-ORIGEM
006670     MOVE CD-ULT-SEQUENCIA       TO VC-RG-SEQUENCIA
006680     MOVE CD-DATA-ATUALIZACAO    TO VC-RG-DATA
006690     MOVE CD-HORA-ATUALIZACAO    TO VC-RG-HORA
006700
006710     EVALUATE TRUE
006720         WHEN CD-ULT-SEQUENCIA > VC-ULT-SEQUENCIA
006730             MOVE 'TRUNCAMENTO - FIM DO ARQUIVO AUSENTE'
006740                 TO VC-DESCRICAO
006750             ADD 1 TO VC-QTD-CONTROLE
006760             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
006770         WHEN CD-ULT-SEQUENCIA < VC-ULT-SEQUENCIA
006780             MOVE 'REGISTROS ALEM DO CONTROLE DA CADEIA'
006790                 TO VC-DESCRICAO
006800             ADD 1 TO VC-QTD-CONTROLE
006810             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
006820         WHEN CD-ULT-HASH NOT = VC-ULT-HASH
006830             MOVE 'ULTIMO HASH DIFERENTE DO CONTROLE'
006840                 TO VC-DESCRICAO
006850             ADD 1 TO VC-QTD-CONTROLE
006860             PERFORM 4100-REGISTRA-ANOMALIA THRU 4100-EXIT
006870     END-EVALUATE.
006880
006890 5000-EXIT.
006900     EXIT.
006910*-----------------------------------------------------------------
006920* 6000-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
006930* VC-HASH-TAMANHO BYTES DE VC-HASH-AREA (VER CADEREG)
006940*-----------------------------------------------------------------
006950 6000-CALCULA-HASH.
006960
006970     MOVE ZEROS                  TO VC-HASH-ACUM1
006980     MOVE ZEROS                  TO VC-HASH-ACUM2
006990
007000     PERFORM 6100-ACUMULA-BYTE THRU 6100-EXIT
007010         VARYING VC-HASH-POS FROM 1 BY 1
007020         UNTIL VC-HASH-POS > VC-HASH-TAMANHO
007030
007040     MOVE VC-HASH-ACUM1          TO VC-HASH-H1
007050     MOVE VC-HASH-ACUM2          TO VC-HASH-H2.
007060
007070 6000-EXIT.
007080     EXIT.
007090*-----------------------------------------------------------------
007100* 6100-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
007110* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
007120* VC-HASH-BYTE-BINARIO
007130*-----------------------------------------------------------------
007140 6100-ACUMULA-BYTE.
007150
007160     MOVE VC-HASH-AREA(VC-HASH-POS:1) TO VC-HASH-BYTE
007170
007180     COMPUTE VC-HASH-ACUM1 = VC-HASH-ACUM1 * 257
007190         + VC-HASH-BYTE-BINARIO + 1
007200     DIVIDE VC-HASH-ACUM1 BY 2147483647
007210         GIVING VC-HASH-QUOCIENTE REMAINDER VC-HASH-RESTO
007220     MOVE VC-HASH-RESTO          TO VC-HASH-ACUM1
007230
007240     COMPUTE VC-HASH-ACUM2 = VC-HASH-ACUM2 * 263
007250         + VC-HASH-BYTE-BINARIO + VC-HASH-POS
007260     DIVIDE VC-HASH-ACUM2 BY 999999937
007270         GIVING VC-HASH-QUOCIENTE REMAINDER VC-HASH-RESTO
007280     MOVE VC-HASH-RESTO          TO VC-HASH-ACUM2.
007290
007300 6100-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------------
007330* 7000-INICIA-CADEIA - ZERA OS CONTADORES E O ESTADO DA CADEIA
007340* (ESPERADA A SEQUENCIA 1 COM HASH ANTERIOR ZERADO) ANTES DA
007350* CONFERENCIA DE UM ARQUIVO
007360*-----------------------------------------------------------------
007370 7000-INICIA-CADEIA.
007380
007390     MOVE ZEROS TO VC-CONTADORES
007400     MOVE 'N'   TO VC-SW-ENCADEADO
007410     MOVE 'N'   TO VC-SW-LEGADO
007420     MOVE 1     TO VC-SEQ-ESPERADA
007430     MOVE ZEROS TO VC-ULT-SEQUENCIA
007440     MOVE ZEROS TO VC-PRI-SEQUENCIA
007450     MOVE ZEROS TO VC-ULT-HASH
007460
007470     DISPLAY ' '
007480     DISPLAY '| CADEIA DO ' VC-NOME-CADEIA ' - ANOMALIAS:'.
007490
007500 7000-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530* 7100-RESUMO-CADEIA - EXIBE OS TOTAIS DA CONFERENCIA DE UMA
007540* CADEIA
007550*-----------------------------------------------------------------
007560 7100-RESUMO-CADEIA.
007570
007580     DISPLAY '**********************************************'
007590     DISPLAY '| CADEIA DO ' VC-NOME-CADEIA
007600     DISPLAY '| REGISTROS LIDOS .......: ' VC-QTD-LIDOS
007610     DISPLAY '| ANTERIORES A CADEIA ...: ' VC-QTD-LEGADOS
007620     DISPLAY '| ENCADEADOS ............: ' VC-QTD-ENCADEADOS
007630     DISPLAY '| ANONIMIZADOS ..........: ' VC-QTD-ANONIMIZADOS
007640     DISPLAY '| ALTERADOS .............: ' VC-QTD-ALTERADOS
007650     DISPLAY '| LACUNAS ...............: ' VC-QTD-LACUNAS
007660     DISPLAY '| FORA DE ORDEM .........: ' VC-QTD-FORA-ORDEM
007670     DISPLAY '| CADEIA ROMPIDA ........: ' VC-QTD-ROMPIDOS
007680     DISPLAY '| SEM CADEIA ............: ' VC-QTD-SEM-CADEIA
007690     DISPLAY '| FIM DIVERGENTE ........: ' VC-QTD-CONTROLE
007700     DISPLAY '| PRIMEIRA SEQUENCIA ....: ' VC-PRI-SEQUENCIA
007710     DISPLAY '| ULTIMA SEQUENCIA ......: ' VC-ULT-SEQUENCIA
007720     DISPLAY '| ULTIMO HASH ...........: ' VC-ULT-HASH
007730
007740     IF VC-PRI-SEQUENCIA > 1
007750         AND NOT LEGADO-LIDO
007760         DISPLAY '| INICIO APOS DESCARTE DE GERACOES ANTIGAS'
007770     END-IF
007780
007790     IF VC-QTD-ANOMALIAS = 0
007800         DISPLAY '| SITUACAO: CADEIA INTEGRA'
007810     ELSE
007820         DISPLAY '| SITUACAO: ' VC-QTD-ANOMALIAS ' ANOMALIA(S)'
007830     END-IF
007840
007850     DISPLAY '**********************************************'.
007860
007870 7100-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900* 8000-FINALIZACAO - FECHA O CONTROLE DA CADEIA
007910*-----------------------------------------------------------------
007920 8000-FINALIZACAO.
007930
007940     CLOSE ARQ-CADEIA.
007950
007960 8000-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990* 9000-RELATORIO-FINAL - EXIBE O RESULTADO GERAL DA CONFERENCIA
008000*-----------------------------------------------------------------
008010 9000-RELATORIO-FINAL.
008020
008030     DISPLAY ' '
008040     DISPLAY '**********************************************'
008050     DISPLAY '   CONFERENCIA DA CADEIA - FIM DE JOB         '
008060     DISPLAY '**********************************************'
008070     DISPLAY '| TOTAL DE ANOMALIAS ....: ' VC-TOT-ANOMALIAS
008080
008090     IF VC-TOT-ANOMALIAS > 0
008100         DISPLAY '| TRILHA OU JORNAL COM INDICIO DE ADULTERACAO'
008110         DISPLAY '| RC 8 - ACIONAR A AUDITORIA INTERNA'
008120     ELSE
008130         DISPLAY '| AUDITORIA E JORNAL INTEGROS'
008140     END-IF
008150
008160     DISPLAY '**********************************************'.
008170
008180 9000-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------------
008210* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
008220* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
008230*-----------------------------------------------------------------
008240 9900-ERRO-FATAL-ES.
008250
008260     DISPLAY '**********************************************'
008270     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' VC-ARQUIVO-ERRO
008280     DISPLAY '  FILE STATUS: ' VC-FS-ERRO
008290     DISPLAY '**********************************************'
008300
008310     MOVE 16 TO RETURN-CODE
008320
008330     STOP RUN.
008340
008350 9900-EXIT.
008360     EXIT.
008370 END PROGRAM STMCAD016.
