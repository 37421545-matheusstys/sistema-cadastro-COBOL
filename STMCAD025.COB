000190******************************************************************
000200* MODIFICATION HISTORY
000210*   02/09/26  MS    PROGRAMA ORIGINAL
000220*   15/10/26  MS    IMAGEM DO JORNAL AMPLIADA PARA O MESTRE DE
000230*                   LRECL 225 (CAMPOS DE CONSENTIMENTO)
000240*   15/10/26  MS    CADEIA DE HASH NO AUDITLOG E NO JRNMEST
000250*                   (LRECL 332 E 543): OS REGISTROS GRAVADOS
000260*                   SEGUEM A CADEIA DO CONTROLE CADEIA (VSAM
000270*                   KSDS), REGRAVADO APOS CADA GRAVACAO
000280*   15/10/26  MS    AUDITORIA DE LRECL 333 COM A ORIGEM M
000290*                   (MANUTENCAO, VER ORIGTAB)
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. STMCAD025.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-DEVOLUCAO ASSIGN TO DEVOLUCA
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS DV-FS-DEVOLUCAO.
000390     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-EMAIL
000430         FILE STATUS IS DV-FS-MESTRE.
000440     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS DV-FS-AUDITORIA.
000470     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DV-FS-JORNAL.
000500     SELECT ARQ-CADEIA ASSIGN TO CADEIA
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CD-CHAVE
000540         FILE STATUS IS DV-FS-CADEIA.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ARQ-DEVOLUCAO
000580     RECORDING MODE IS F.
000590 01  REG-DEVOLUCAO.
000600     02  DE-EMAIL                      PIC X(30).
000610     02  DE-DATA                       PIC X(08).
000620     02  DE-MOTIVO                     PIC X(20).
000630 FD  CADASTRO-MESTRE.
000640     COPY CADMREG.
000650 FD  ARQ-AUDITORIA
000660     RECORDING MODE IS F.
000670     COPY AUDIREG.
000680 FD  ARQ-JORNAL
000690     RECORDING MODE IS F.
000700     COPY JRNLREG.
000710 FD  ARQ-CADEIA.
000720     COPY CADEREG.
000730 WORKING-STORAGE SECTION.
000740
000750 01  DV-SWITCHES.
000760     02  DV-SW-FIM-DEVOLUCAO           PIC X(01) VALUE 'N'.
000770         88  FIM-DEVOLUCAO             VALUE 'S'.
000780
000790 01  DV-FS-DEVOLUCAO                   PIC X(02) VALUE '00'.
000800 01  DV-FS-MESTRE                      PIC X(02) VALUE '00'.
000810 01  DV-FS-AUDITORIA                   PIC X(02) VALUE '00'.
000820 01  DV-FS-JORNAL                      PIC X(02) VALUE '00'.
000830 01  DV-FS-CADEIA                      PIC X(02) VALUE '00'.
000840
000850*-----------------------------------------------------------------
000860* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
000870* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
000880* (DESCRITO EM CADEREG)
000890*-----------------------------------------------------------------
000900 01  DV-CADEIA-AUDITORIA.
000910     02  DV-CA-SEQUENCIA              PIC 9(10) VALUE ZEROS.
000920     02  DV-CA-HASH                   PIC X(20) VALUE SPACES.
000930 01  DV-CADEIA-JORNAL.
000940     02  DV-CJ-SEQUENCIA              PIC 9(10) VALUE ZEROS.
000950     02  DV-CJ-HASH                   PIC X(20) VALUE SPACES.
000960 01  DV-HASH-ENTRADA.
000970     02  DV-HE-ANTERIOR               PIC X(20).
000980     02  DV-HE-SEQUENCIA              PIC 9(10).
000990     02  DV-HE-PESSOAL                PIC X(20).
001000     02  DV-HE-REGISTRO               PIC X(473).
001010 01  DV-HASH-DADOS-PESSOAIS.
001020     02  DV-HP-IMAGEM OCCURS 2 TIMES.
001030         03  DV-HP-NOME               PIC X(30).
001040         03  DV-HP-CPF                PIC X(11).
001050         03  DV-HP-TELEFONE           PIC X(11).
001060         03  DV-HP-ENDERECO           PIC X(85).
001070 01  DV-HASH-AREA                     PIC X(523) VALUE SPACES.
001080 01  DV-HASH-RESULTADO.
001090     02  DV-HASH-H1                   PIC 9(10).
001100     02  DV-HASH-H2                   PIC 9(10).
001110 01  DV-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
001120 01  DV-HASH-BYTE-AREA REDEFINES DV-HASH-BYTE-BINARIO.
001130     02  FILLER                       PIC X(01).
001140     02  DV-HASH-BYTE                 PIC X(01).
001150 77  DV-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
001160 77  DV-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
001170 77  DV-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
001180 77  DV-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
001190 77  DV-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
001200 77  DV-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
001210
001220 77  DV-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001230 77  DV-HORA-PROCESSO                  PIC X(08) VALUE SPACES.
001240 77  DV-DATA-DEVOLUCAO                 PIC 9(08) VALUE ZEROS.
001250 77  DV-IMAGEM-ANTES                   PIC X(225) VALUE SPACES.
001260 77  DV-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001270 77  DV-FS-ERRO                        PIC X(02) VALUE SPACES.
001280
001290 01  DV-CONTADORES.
001300     02  DV-QTD-LIDAS                  PIC 9(06) VALUE ZEROS.
001310     02  DV-QTD-MARCADAS               PIC 9(06) VALUE ZEROS.
001320     02  DV-QTD-JA-MARCADAS            PIC 9(06) VALUE ZEROS.
001330     02  DV-QTD-SEM-CADASTRO           PIC 9(06) VALUE ZEROS.
001340
001350 PROCEDURE DIVISION.
001360*-----------------------------------------------------------------
001370* 0000-MAINLINE - CONTROLA A ABERTURA, O LACO DE DEVOLUCOES E O
001380* ENCERRAMENTO COM O CODIGO DE RETORNO
001390*-----------------------------------------------------------------
001400 0000-MAINLINE.
001410
001420     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001430
001440     PERFORM 2000-PROCESSA-DEVOLUCAO THRU 2000-EXIT
001450         UNTIL FIM-DEVOLUCAO.
001460
001470     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001480
001490     PERFORM 9000-RELATORIO-DEVOLUCAO THRU 9000-EXIT.
001500
001510     IF DV-QTD-SEM-CADASTRO > 0
001520         MOVE 4 TO RETURN-CODE
001530     END-IF
001540
001550     STOP RUN.
001560*-----------------------------------------------------------------
001570* 1000-INICIALIZACAO - ABRE OS ARQUIVOS E FAZ A LEITURA INICIAL
001580* (PRIMING READ) DO ARQUIVO DE DEVOLUCOES
001590*-----------------------------------------------------------------
001600 1000-INICIALIZACAO.
001610
001620     DISPLAY '**********************************************'
001630     DISPLAY '       DEVOLUCOES DA MALA DIRETA              '
001640     DISPLAY '**********************************************'
001650
001660     ACCEPT DV-DATA-PROCESSO FROM DATE YYYYMMDD
001670
001680     OPEN INPUT ARQ-DEVOLUCAO.
001690
001700     IF DV-FS-DEVOLUCAO NOT = '00'
001710         MOVE 'DEVOLUCA' TO DV-ARQUIVO-ERRO
001720         MOVE DV-FS-DEVOLUCAO TO DV-FS-ERRO
001730         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001740     END-IF.
001750
001760     OPEN I-O CADASTRO-MESTRE.
001770
001780     IF DV-FS-MESTRE NOT = '00'
001790         MOVE 'CADMEST ' TO DV-ARQUIVO-ERRO
001800         MOVE DV-FS-MESTRE TO DV-FS-ERRO
001810         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001820     END-IF.
001830
001840     OPEN EXTEND ARQ-AUDITORIA.
001850
001860     IF DV-FS-AUDITORIA NOT = '00'
001870         MOVE 'AUDITLOG' TO DV-ARQUIVO-ERRO
001880         MOVE DV-FS-AUDITORIA TO DV-FS-ERRO
001890         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001900     END-IF.
001910
001920     OPEN EXTEND ARQ-JORNAL.
001930
001940     IF DV-FS-JORNAL NOT = '00'
001950         MOVE 'JRNMEST ' TO DV-ARQUIVO-ERRO
001960         MOVE DV-FS-JORNAL TO DV-FS-ERRO
001970         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001980     END-IF.
001990
002000     PERFORM 1100-LE-CADEIA THRU 1100-EXIT.
002010
002020     PERFORM 2900-LER-DEVOLUCAO THRU 2900-EXIT.
002030
002040 1000-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070* 1100-LE-CADEIA - ABRE O CONTROLE DA CADEIA DE HASH (CADEIA) E
002080* TOMA A ULTIMA SEQUENCIA E O ULTIMO HASH DO AUDITLOG E DO
002090* JRNMEST, DE ONDE SEGUEM OS REGISTROS GRAVADOS NESTA EXECUCAO;
002100* CONTROLE AUSENTE E ERRO FATAL, POIS A CADEIA NAO PODE RECOMECAR
002110*-----------------------------------------------------------------
002120 1100-LE-CADEIA.
002130
002140     OPEN I-O ARQ-CADEIA
002150
002160     IF DV-FS-CADEIA NOT = '00'
002170         MOVE 'CADEIA  ' TO DV-ARQUIVO-ERRO
002180         MOVE DV-FS-CADEIA TO DV-FS-ERRO
002190         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002200     END-IF
002210
002220     MOVE 'AUDITLOG'             TO CD-CHAVE
002230     READ ARQ-CADEIA
002240
002250     IF DV-FS-CADEIA NOT = '00'
002260         MOVE 'CADEIA  ' TO DV-ARQUIVO-ERRO
002270         MOVE DV-FS-CADEIA TO DV-FS-ERRO
002280         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002290     END-IF
002300
002310     MOVE CD-ULT-SEQUENCIA       TO DV-CA-SEQUENCIA
002320     MOVE CD-ULT-HASH            TO DV-CA-HASH
002330
002340     MOVE 'JRNMEST '             TO CD-CHAVE
002350     READ ARQ-CADEIA
002360
002370     IF DV-FS-CADEIA NOT = '00'
002380         MOVE 'CADEIA  ' TO DV-ARQUIVO-ERRO
002390         MOVE DV-FS-CADEIA TO DV-FS-ERRO
002400         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002410     END-IF
002420
002430     MOVE CD-ULT-SEQUENCIA       TO DV-CJ-SEQUENCIA
002440     MOVE CD-ULT-HASH            TO DV-CJ-HASH.
002450
002460 1100-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------------
002490* 2000-PROCESSA-DEVOLUCAO - LOCALIZA O CADASTRO PELO E-MAIL DA
002500* DEVOLUCAO, MARCA COMO DEVOLVIDO COM AUDITORIA E JORNAL, LISTA
002510* A DEVOLUCAO SEM CADASTRO E LE A PROXIMA
002520*-----------------------------------------------------------------
002530 2000-PROCESSA-DEVOLUCAO.
002540
002550     ADD 1 TO DV-QTD-LIDAS
002560
002570     MOVE DE-EMAIL TO CM-EMAIL
002580
002590     READ CADASTRO-MESTRE
002600         INVALID KEY
002610             ADD 1 TO DV-QTD-SEM-CADASTRO
002620             DISPLAY '| DEVOLUCAO SEM CADASTRO: ' DE-EMAIL
002630             GO TO 2000-LER
002640     END-READ
002650
002660     IF DV-FS-MESTRE NOT = '00'
002670         MOVE 'CADMEST ' TO DV-ARQUIVO-ERRO
002680         MOVE DV-FS-MESTRE TO DV-FS-ERRO
002690         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002700     END-IF
002710
002720     IF CM-DEVOLVIDO
002730         ADD 1 TO DV-QTD-JA-MARCADAS
002740         GO TO 2000-LER
002750     END-IF
002760
002770     MOVE REG-CADASTRO-MESTRE TO DV-IMAGEM-ANTES
002780
002790     IF DE-DATA IS NUMERIC
002800         MOVE DE-DATA TO DV-DATA-DEVOLUCAO
002810     ELSE
002820         MOVE DV-DATA-PROCESSO TO DV-DATA-DEVOLUCAO
002830     END-IF
002840
002850     MOVE 'D'               TO CM-ENTREGA
002860     MOVE DV-DATA-DEVOLUCAO TO CM-DATA-DEVOLUCAO
002870
002880     REWRITE REG-CADASTRO-MESTRE
002890
002900     IF DV-FS-MESTRE NOT = '00'
002910         MOVE 'CADMEST ' TO DV-ARQUIVO-ERRO
002920         MOVE DV-FS-MESTRE TO DV-FS-ERRO
002930         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002940     END-IF
002950
002960     ADD 1 TO DV-QTD-MARCADAS
002970
002980     PERFORM 2100-GRAVA-AUDITORIA THRU 2100-EXIT
002990
003000     PERFORM 2200-GRAVA-JORNAL THRU 2200-EXIT.
003010
003020 2000-LER.
003030
003040     PERFORM 2900-LER-DEVOLUCAO THRU 2900-EXIT.
003050
003060 2000-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 2100-GRAVA-AUDITORIA - GRAVA NA TRILHA DE AUDITORIA O REGISTRO
003100* DA MARCACAO DE DEVOLUCAO (TIPO D, STATUS VALIDO) COM OS DADOS
003110* DO CADASTRO MARCADO
003120*-----------------------------------------------------------------
003130 2100-GRAVA-AUDITORIA.
003140
003150     ACCEPT DV-HORA-PROCESSO FROM TIME
003160
003170     MOVE DV-DATA-PROCESSO       TO AU-DATA
003180     MOVE DV-HORA-PROCESSO       TO AU-HORA
003190     MOVE ZEROS                  TO AU-SEQUENCIA
003200     MOVE 'D'                    TO AU-TIPO
003210     MOVE CM-NOME                TO AU-NOME
003220     MOVE CM-IDADE               TO AU-IDADE
003230     MOVE CM-DATA-NASC           TO AU-DATA-NASC
003240     MOVE CM-EMAIL               TO AU-EMAIL
003250     MOVE CM-CLASSE              TO AU-CLASSE
003260     MOVE 'VALIDO'               TO AU-STATUS
003270     MOVE CM-CPF                 TO AU-CPF
003280     MOVE CM-TELEFONE            TO AU-TELEFONE
003290     MOVE CM-ENDERECO            TO AU-ENDERECO
003300     MOVE SPACES                 TO AU-EMAIL-NOVO
003310     MOVE 'M'                    TO AU-ORIGEM
003320
003330     PERFORM 2110-ENCADEIA-AUDITORIA THRU 2110-EXIT
003340
003350     WRITE REG-AUDITORIA.
003360
003370     IF DV-FS-AUDITORIA NOT = '00'
003380         MOVE 'AUDITLOG' TO DV-ARQUIVO-ERRO
003390         MOVE DV-FS-AUDITORIA TO DV-FS-ERRO
003400         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003410     END-IF.
003420
003430     MOVE SPACES                 TO REG-CADEIA
003440     MOVE 'AUDITLOG'             TO CD-CHAVE
003450     MOVE DV-CA-SEQUENCIA        TO CD-ULT-SEQUENCIA
003460     MOVE DV-CA-HASH             TO CD-ULT-HASH
003470     PERFORM 2300-ATUALIZA-CADEIA THRU 2300-EXIT.
003480
003490 2100-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520* 2110-ENCADEIA-AUDITORIA - PREENCHE A AREA AU-CADEIA DO REGISTRO
003530* DE AUDITORIA MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO
003540* REGISTRO ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO REGISTRO,
003550* CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER CADEREG)
003560*-----------------------------------------------------------------
003570 2110-ENCADEIA-AUDITORIA.
003580
003590     MOVE SPACES                 TO DV-HASH-DADOS-PESSOAIS
003600     MOVE AU-NOME                TO DV-HP-NOME(1)
003610     MOVE AU-CPF                 TO DV-HP-CPF(1)
003620     MOVE AU-TELEFONE            TO DV-HP-TELEFONE(1)
003630     MOVE AU-ENDERECO            TO DV-HP-ENDERECO(1)
003640
003650     MOVE DV-HASH-DADOS-PESSOAIS TO DV-HASH-AREA
003660     MOVE 274                    TO DV-HASH-TAMANHO
003670     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
003680     MOVE DV-HASH-RESULTADO      TO AU-HASH-PESSOAL
003690
003700     ADD 1                       TO DV-CA-SEQUENCIA
003710     MOVE DV-CA-SEQUENCIA        TO AU-SEQ-CADEIA
003720     MOVE DV-CA-HASH             TO AU-HASH-ANTERIOR
003730
003740     MOVE AU-HASH-ANTERIOR       TO DV-HE-ANTERIOR
003750     MOVE AU-SEQ-CADEIA          TO DV-HE-SEQUENCIA
003760     MOVE AU-HASH-PESSOAL        TO DV-HE-PESSOAL
003770
003780     MOVE REG-AUDITORIA          TO DV-HASH-AREA
003790     MOVE SPACES                 TO AU-NOME
003800     MOVE ZEROS                  TO AU-CPF
003810     MOVE SPACES                 TO AU-TELEFONE
003820     MOVE SPACES                 TO AU-ENDERECO
003830     MOVE REG-AUDITORIA(1:263)   TO DV-HE-REGISTRO
003840     MOVE DV-HASH-AREA(1:333)    TO REG-AUDITORIA
003850
003860     MOVE DV-HASH-ENTRADA        TO DV-HASH-AREA
003870     MOVE 523                    TO DV-HASH-TAMANHO
003880     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
003890     MOVE DV-HASH-RESULTADO      TO AU-HASH-REGISTRO
003900     MOVE DV-HASH-RESULTADO      TO DV-CA-HASH.
003910
003920 2110-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------------
003950* 2120-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
003960* DV-HASH-TAMANHO BYTES DE DV-HASH-AREA (VER CADEREG)
003970*-----------------------------------------------------------------
003980 2120-CALCULA-HASH.
003990
004000     MOVE ZEROS                  TO DV-HASH-ACUM1
004010     MOVE ZEROS                  TO DV-HASH-ACUM2
004020
004030     PERFORM 2130-ACUMULA-BYTE THRU 2130-EXIT
004040         VARYING DV-HASH-POS FROM 1 BY 1
004050         UNTIL DV-HASH-POS > DV-HASH-TAMANHO
004060
004070     MOVE DV-HASH-ACUM1          TO DV-HASH-H1
004080     MOVE DV-HASH-ACUM2          TO DV-HASH-H2.
004090
004100 2120-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130* 2130-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
004140* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
004150* DV-HASH-BYTE-BINARIO
004160*-----------------------------------------------------------------
004170 2130-ACUMULA-BYTE.
004180
004190     MOVE DV-HASH-AREA(DV-HASH-POS:1) TO DV-HASH-BYTE
004200
004210     COMPUTE DV-HASH-ACUM1 = DV-HASH-ACUM1 * 257
004220         + DV-HASH-BYTE-BINARIO + 1
004230     DIVIDE DV-HASH-ACUM1 BY 2147483647
004240         GIVING DV-HASH-QUOCIENTE REMAINDER DV-HASH-RESTO
004250     MOVE DV-HASH-RESTO          TO DV-HASH-ACUM1
004260
004270     COMPUTE DV-HASH-ACUM2 = DV-HASH-ACUM2 * 263
004280         + DV-HASH-BYTE-BINARIO + DV-HASH-POS
004290     DIVIDE DV-HASH-ACUM2 BY 999999937
004300         GIVING DV-HASH-QUOCIENTE REMAINDER DV-HASH-RESTO
004310     MOVE DV-HASH-RESTO          TO DV-HASH-ACUM2.
004320
004330 2130-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------------
004360* 2200-GRAVA-JORNAL - GRAVA NO JORNAL DE IMAGENS O REGISTRO DA
004370* MARCACAO (OPERACAO R) COM AS IMAGENS ANTES E DEPOIS, PARA A
004380* RECUPERACAO AVANTE PELO STMCAD070
004390*-----------------------------------------------------------------
004400 2200-GRAVA-JORNAL.
004410
004420     MOVE DV-DATA-PROCESSO       TO JN-DATA
004430     MOVE DV-HORA-PROCESSO       TO JN-HORA
004440     MOVE ZEROS                  TO JN-SEQUENCIA
004450     MOVE 'R'                    TO JN-OPERACAO
004460     MOVE DV-IMAGEM-ANTES        TO JN-IMAGEM-ANTES
004470     MOVE REG-CADASTRO-MESTRE    TO JN-IMAGEM-DEPOIS
004480
004490     PERFORM 2210-ENCADEIA-JORNAL THRU 2210-EXIT
004500
004510     WRITE REG-JORNAL.
004520
004530     IF DV-FS-JORNAL NOT = '00'
004540         MOVE 'JRNMEST ' TO DV-ARQUIVO-ERRO
004550         MOVE DV-FS-JORNAL TO DV-FS-ERRO
004560         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004570     END-IF.
004580
004590     MOVE SPACES                 TO REG-CADEIA
004600     MOVE 'JRNMEST '             TO CD-CHAVE
004610     MOVE DV-CJ-SEQUENCIA        TO CD-ULT-SEQUENCIA
004620     MOVE DV-CJ-HASH             TO CD-ULT-HASH
004630     PERFORM 2300-ATUALIZA-CADEIA THRU 2300-EXIT.
004640
004650 2200-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 2210-ENCADEIA-JORNAL - PREENCHE A AREA JN-CADEIA DO REGISTRO DO
004690* JORNAL MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO REGISTRO
004700* ANTERIOR, HASH DOS DADOS PESSOAIS DAS DUAS IMAGENS E HASH DO
004710* REGISTRO, CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER
004720* CADEREG)
004730*-----------------------------------------------------------------
004740 2210-ENCADEIA-JORNAL.
004750
004760     MOVE JN-AN-NOME             TO DV-HP-NOME(1)
004770     MOVE JN-AN-CPF              TO DV-HP-CPF(1)
004780     MOVE JN-AN-TELEFONE         TO DV-HP-TELEFONE(1)
004790     MOVE JN-AN-ENDERECO         TO DV-HP-ENDERECO(1)
004800     MOVE JN-DP-NOME             TO DV-HP-NOME(2)
004810     MOVE JN-DP-CPF              TO DV-HP-CPF(2)
004820     MOVE JN-DP-TELEFONE         TO DV-HP-TELEFONE(2)
004830     MOVE JN-DP-ENDERECO         TO DV-HP-ENDERECO(2)
004840
004850     MOVE DV-HASH-DADOS-PESSOAIS TO DV-HASH-AREA
004860     MOVE 274                    TO DV-HASH-TAMANHO
004870     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
004880     MOVE DV-HASH-RESULTADO      TO JN-HASH-PESSOAL
004890
004900     ADD 1                       TO DV-CJ-SEQUENCIA
004910     MOVE DV-CJ-SEQUENCIA        TO JN-SEQ-CADEIA
004920     MOVE DV-CJ-HASH             TO JN-HASH-ANTERIOR
004930
004940     MOVE JN-HASH-ANTERIOR       TO DV-HE-ANTERIOR
004950     MOVE JN-SEQ-CADEIA          TO DV-HE-SEQUENCIA
004960     MOVE JN-HASH-PESSOAL        TO DV-HE-PESSOAL
004970
004980     MOVE SPACES                 TO JN-AN-NOME
004990     MOVE SPACES                 TO JN-AN-CPF
005000     MOVE SPACES                 TO JN-AN-TELEFONE
005010     MOVE SPACES                 TO JN-AN-ENDERECO
005020     MOVE SPACES                 TO JN-DP-NOME
005030     MOVE SPACES                 TO JN-DP-CPF
005040     MOVE SPACES                 TO JN-DP-TELEFONE
005050     MOVE SPACES                 TO JN-DP-ENDERECO
005060     MOVE REG-JORNAL(1:473)      TO DV-HE-REGISTRO
005070     MOVE DV-HP-NOME(1)          TO JN-AN-NOME
005080     MOVE DV-HP-CPF(1)           TO JN-AN-CPF
005090     MOVE DV-HP-TELEFONE(1)      TO JN-AN-TELEFONE
005100     MOVE DV-HP-ENDERECO(1)      TO JN-AN-ENDERECO
005110     MOVE DV-HP-NOME(2)          TO JN-DP-NOME
005120     MOVE DV-HP-CPF(2)           TO JN-DP-CPF
005130     MOVE DV-HP-TELEFONE(2)      TO JN-DP-TELEFONE
005140     MOVE DV-HP-ENDERECO(2)      TO JN-DP-ENDERECO
005150
005160     MOVE DV-HASH-ENTRADA        TO DV-HASH-AREA
005170     MOVE 523                    TO DV-HASH-TAMANHO
005180     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
005190     MOVE DV-HASH-RESULTADO      TO JN-HASH-REGISTRO
005200     MOVE DV-HASH-RESULTADO      TO DV-CJ-HASH.
005210
005220 2210-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250* 2900-LER-DEVOLUCAO - LE A PROXIMA DEVOLUCAO E LIGA O SWITCH DE
005260* FIM QUANDO NAO HOUVER MAIS REGISTROS
005270*-----------------------------------------------------------------
005280 2900-LER-DEVOLUCAO.
005290
005300     READ ARQ-DEVOLUCAO
005310         AT END
005320             SET FIM-DEVOLUCAO TO TRUE
005330     END-READ.
005340
005350     IF DV-FS-DEVOLUCAO NOT = '00'
005360         AND DV-FS-DEVOLUCAO NOT = '10'
005370         MOVE 'DEVOLUCA' TO DV-ARQUIVO-ERRO
005380         MOVE DV-FS-DEVOLUCAO TO DV-FS-ERRO
005390         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005400     END-IF.
005410
005420 2900-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------------
005450* 2300-ATUALIZA-CADEIA - REGRAVA NO CONTROLE DA CADEIA O REGISTRO
005460* MONTADO PELO CHAMADOR (ARQUIVO, SEQUENCIA E HASH DO REGISTRO
005470* RECEM-GRAVADO), COM A DATA E A HORA DA GRAVACAO
005480*-----------------------------------------------------------------
005490 2300-ATUALIZA-CADEIA.
005500
005510     MOVE DV-DATA-PROCESSO       TO CD-DATA-ATUALIZACAO
005520     MOVE DV-HORA-PROCESSO       TO CD-HORA-ATUALIZACAO
005530     MOVE 'STMCAD025'            TO CD-PROGRAMA
005540
005550     REWRITE REG-CADEIA
005560
005570     IF DV-FS-CADEIA NOT = '00'
005580         MOVE 'CADEIA  ' TO DV-ARQUIVO-ERRO
005590         MOVE DV-FS-CADEIA TO DV-FS-ERRO
005600         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005610     END-IF.
005620
005630 2300-EXIT.
005640     EXIT.
005650*-----------------------------------------------------------------
005660* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
005670*-----------------------------------------------------------------
005680 8000-FINALIZACAO.
005690
005700     CLOSE ARQ-DEVOLUCAO
005710     CLOSE CADASTRO-MESTRE
005720     CLOSE ARQ-AUDITORIA
005730     CLOSE ARQ-JORNAL
005740     CLOSE ARQ-CADEIA.
005750
005760 8000-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790* 9000-RELATORIO-DEVOLUCAO - EXIBE OS TOTAIS DO PROCESSAMENTO:
005800* LIDAS, MARCADAS, JA MARCADAS E SEM CADASTRO
005810*-----------------------------------------------------------------
005820 9000-RELATORIO-DEVOLUCAO.
005830
005840     DISPLAY ' '
005850     DISPLAY '**********************************************'
005860     DISPLAY '   RELATORIO DE DEVOLUCOES - FIM DE JOB       '
005870     DISPLAY '**********************************************'
005880     DISPLAY '| DEVOLUCOES LIDAS ......: ' DV-QTD-LIDAS
005890     DISPLAY '| CADASTROS MARCADOS ....: ' DV-QTD-MARCADAS
005900     DISPLAY '| JA MARCADOS ...........: ' DV-QTD-JA-MARCADAS
005910     DISPLAY '| SEM CADASTRO ..........: ' DV-QTD-SEM-CADASTRO
005920     DISPLAY '**********************************************'.
005930
005940 9000-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
005980* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
005990*-----------------------------------------------------------------
006000 9900-ERRO-FATAL-ES.
006010
006020     DISPLAY '**********************************************'
006030     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' DV-ARQUIVO-ERRO
006040     DISPLAY '  FILE STATUS: ' DV-FS-ERRO
006050     DISPLAY '**********************************************'
006060
006070     MOVE 16 TO RETURN-CODE
006080
006090     STOP RUN.
006100
006110 9900-EXIT.
006120     EXIT.
006130 END PROGRAM STMCAD025.
