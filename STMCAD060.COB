000230*                   TAMBEM NO JORNAL DE IMAGENS (JRNMEST,
000240*                   OPERACAO E), PARA QUE A RECUPERACAO AVANTE
000250*                   PELO STMCAD070 REPRODUZA O EXPURGO
000260*   15/10/26  MS    CADA CADASTRO EXPURGADO E GRAVADO TAMBEM NA
000270*                   RELACAO DE EXPURGOS (EXPURGOS, LAYOUT
000280*                   EXPGREG, EM ORDEM DE E-MAIL), INSUMO DA
000290*                   ANONIMIZACAO DA AUDITORIA, DO JORNAL E DOS
000300*                   REJEITOS PELO STMCAD086 (LGPD)
000310*   15/10/26  MS    CADEIA DE HASH NO AUDITLOG E NO JRNMEST
000320*                   (LRECL 332 E 543): OS REGISTROS GRAVADOS
000330*                   SEGUEM A CADEIA DO CONTROLE CADEIA (VSAM
000340*                   KSDS), REGRAVADO APOS CADA GRAVACAO
000350*   15/10/26  MS    AUDITORIA DE LRECL 333 COM A ORIGEM M
000360*                   (MANUTENCAO, VER ORIGTAB)
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. STMCAD060.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CADASTRO-MESTRE ASSIGN TO CADMEST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CM-EMAIL
000470         FILE STATUS IS EP-FS-MESTRE.
000480     SELECT ARQ-AUDITORIA ASSIGN TO AUDITLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS EP-FS-AUDITORIA.
000510     SELECT ARQ-JORNAL ASSIGN TO JRNMEST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS EP-FS-JORNAL.
000540     SELECT ARQ-CADEIA ASSIGN TO CADEIA
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CD-CHAVE
000580         FILE STATUS IS EP-FS-CADEIA.
000590     SELECT ARQ-EXPURGOS ASSIGN TO EXPURGOS
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS EP-FS-EXPURGOS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CADASTRO-MESTRE.
000650     COPY CADMREG.
000660 FD  ARQ-AUDITORIA
000670     RECORDING MODE IS F.
000680     COPY AUDIREG.
000690 FD  ARQ-JORNAL
000700     RECORDING MODE IS F.
000710     COPY JRNLREG.
000720 FD  ARQ-CADEIA.
000730     COPY CADEREG.
000740 FD  ARQ-EXPURGOS
000750     RECORDING MODE IS F.
000760     COPY EXPGREG.
000770 WORKING-STORAGE SECTION.
000780
000790 01  EP-SWITCHES.
000800     02  EP-SW-FIM-MESTRE              PIC X(01) VALUE 'N'.
000810         88  FIM-MESTRE                VALUE 'S'.
000820
000830 01  EP-FS-MESTRE                      PIC X(02) VALUE '00'.
000840 01  EP-FS-AUDITORIA                   PIC X(02) VALUE '00'.
000850 01  EP-FS-JORNAL                      PIC X(02) VALUE '00'.
000860 01  EP-FS-CADEIA                      PIC X(02) VALUE '00'.
000870 01  EP-FS-EXPURGOS                    PIC X(02) VALUE '00'.
000880
000890*-----------------------------------------------------------------
000900* CADEIA DE HASH DA TRILHA DE AUDITORIA E DO JORNAL: ULTIMA
000910* SEQUENCIA E ULTIMO HASH DE CADA ARQUIVO E AREAS DO CALCULO
000920* (DESCRITO EM CADEREG)
000930*-----------------------------------------------------------------
000940 01  EP-CADEIA-AUDITORIA.
000950     02  EP-CA-SEQUENCIA              PIC 9(10) VALUE ZEROS.
000960     02  EP-CA-HASH                   PIC X(20) VALUE SPACES.
000970 01  EP-CADEIA-JORNAL.
000980     02  EP-CJ-SEQUENCIA              PIC 9(10) VALUE ZEROS.
000990     02  EP-CJ-HASH                   PIC X(20) VALUE SPACES.
001000 01  EP-HASH-ENTRADA.
001010     02  EP-HE-ANTERIOR               PIC X(20).
001020     02  EP-HE-SEQUENCIA              PIC 9(10).
001030     02  EP-HE-PESSOAL                PIC X(20).
001040     02  EP-HE-REGISTRO               PIC X(473).
001050 01  EP-HASH-DADOS-PESSOAIS.
001060     02  EP-HP-IMAGEM OCCURS 2 TIMES.
001070         03  EP-HP-NOME               PIC X(30).
001080         03  EP-HP-CPF                PIC X(11).
001090         03  EP-HP-TELEFONE           PIC X(11).
001100         03  EP-HP-ENDERECO           PIC X(85).
001110 01  EP-HASH-AREA                     PIC X(523) VALUE SPACES.
001120 01  EP-HASH-RESULTADO.
001130     02  EP-HASH-H1                   PIC 9(10).
001140     02  EP-HASH-H2                   PIC 9(10).
001150 01  EP-HASH-BYTE-BINARIO             PIC 9(04) COMP VALUE ZEROS.
001160 01  EP-HASH-BYTE-AREA REDEFINES EP-HASH-BYTE-BINARIO.
001170     02  FILLER                       PIC X(01).
001180     02  EP-HASH-BYTE                 PIC X(01).
001190 77  EP-HASH-TAMANHO                  PIC 9(04) COMP VALUE ZEROS.
001200 77  EP-HASH-POS                      PIC 9(04) COMP VALUE ZEROS.
001210 77  EP-HASH-ACUM1                    PIC 9(18) COMP VALUE ZEROS.
001220 77  EP-HASH-ACUM2                    PIC 9(18) COMP VALUE ZEROS.
001230 77  EP-HASH-QUOCIENTE                PIC 9(18) COMP VALUE ZEROS.
001240 77  EP-HASH-RESTO                    PIC 9(18) COMP VALUE ZEROS.
001250
001260 77  EP-DATA-CORTE                     PIC X(08) VALUE SPACES.
001270 77  EP-DATA-PROCESSO                  PIC X(08) VALUE SPACES.
001280 77  EP-HORA-PROCESSO                  PIC X(08) VALUE SPACES.
001290 77  EP-ARQUIVO-ERRO                   PIC X(08) VALUE SPACES.
001300 77  EP-FS-ERRO                        PIC X(02) VALUE SPACES.
001310
001320 01  EP-CONTADORES.
001330     02  EP-QTD-LIDOS                  PIC 9(06) VALUE ZEROS.
001340     02  EP-QTD-ATIVOS                 PIC 9(06) VALUE ZEROS.
001350     02  EP-QTD-RETIDOS                PIC 9(06) VALUE ZEROS.
001360     02  EP-QTD-EXPURGADOS             PIC 9(06) VALUE ZEROS.
001370
001380 PROCEDURE DIVISION.
001390*-----------------------------------------------------------------
001400* 0000-MAINLINE - CONTROLA A LEITURA DO PARAMETRO, A VARREDURA
001410* DO MESTRE COM O EXPURGO E O RELATORIO DE ENCERRAMENTO
001420*-----------------------------------------------------------------
001430 0000-MAINLINE.
001440
001450     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
001460
001470     PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
001480         UNTIL FIM-MESTRE.
001490
001500     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
001510
001520     PERFORM 9000-RELATORIO-EXPURGO THRU 9000-EXIT.
001530
001540     STOP RUN.
001550*-----------------------------------------------------------------
001560* 1000-INICIALIZACAO - LE E CRITICA A DATA DE CORTE DE SYSIN,
001570* ABRE O MESTRE PARA ATUALIZACAO E A AUDITORIA EM EXTENSAO E
001580* POSICIONA O MESTRE NO MENOR E-MAIL
001590*-----------------------------------------------------------------
001600 1000-INICIALIZACAO.
001610
001620     DISPLAY '**********************************************'
001630     DISPLAY '       EXPURGO DO MESTRE DE CADASTRO          '
001640     DISPLAY '**********************************************'
001650
001660     ACCEPT EP-DATA-PROCESSO FROM DATE YYYYMMDD
001670
001680     ACCEPT EP-DATA-CORTE
001690
001700     IF EP-DATA-CORTE IS NOT NUMERIC
001710         OR EP-DATA-CORTE > EP-DATA-PROCESSO
001720         DISPLAY '**********************************************'
001730         DISPLAY '  ERRO - DATA DE CORTE INVALIDA (SYSIN)        '
001740         DISPLAY '  DATA DE CORTE: ' EP-DATA-CORTE
001750         DISPLAY '  A DATA DEVE SER NUMERICA (YYYYMMDD) E NAO    '
001760         DISPLAY '  POSTERIOR A DATA DO PROCESSAMENTO            '
001770         DISPLAY '**********************************************'
001780         MOVE 8 TO RETURN-CODE
001790         STOP RUN
001800     END-IF
001810
001820     DISPLAY '| DATA DO PROCESSAMENTO: ' EP-DATA-PROCESSO
001830     DISPLAY '| DATA DE CORTE ........: ' EP-DATA-CORTE
001840
001850     OPEN I-O CADASTRO-MESTRE.
001860
001870     IF EP-FS-MESTRE NOT = '00'
001880         MOVE 'CADMEST ' TO EP-ARQUIVO-ERRO
001890         MOVE EP-FS-MESTRE TO EP-FS-ERRO
001900         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001910     END-IF.
001920
001930     OPEN EXTEND ARQ-AUDITORIA.
001940
001950     IF EP-FS-AUDITORIA NOT = '00'
001960         MOVE 'AUDITLOG' TO EP-ARQUIVO-ERRO
001970         MOVE EP-FS-AUDITORIA TO EP-FS-ERRO
001980         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
001990     END-IF.
002000
002010     OPEN EXTEND ARQ-JORNAL.
002020
002030     IF EP-FS-JORNAL NOT = '00'
002040         MOVE 'JRNMEST ' TO EP-ARQUIVO-ERRO
002050         MOVE EP-FS-JORNAL TO EP-FS-ERRO
002060         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002070     END-IF.
002080
002090     PERFORM 1100-LE-CADEIA THRU 1100-EXIT.
002100
002110     OPEN OUTPUT ARQ-EXPURGOS.
002120
002130     IF EP-FS-EXPURGOS NOT = '00'
002140         MOVE 'EXPURGOS' TO EP-ARQUIVO-ERRO
002150         MOVE EP-FS-EXPURGOS TO EP-FS-ERRO
002160         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002170     END-IF.
002180
002190     MOVE LOW-VALUES TO CM-EMAIL
002200
002210     START CADASTRO-MESTRE KEY NOT < CM-EMAIL
002220         INVALID KEY
002230             SET FIM-MESTRE TO TRUE
002240     END-START.
002250
002260 1000-EXIT.
002270     EXIT.
002280*-----------------------------------------------------------------
002290* 1100-LE-CADEIA - ABRE O CONTROLE DA CADEIA DE HASH (CADEIA) E
002300* TOMA A ULTIMA SEQUENCIA E O ULTIMO HASH DO AUDITLOG E DO
002310* JRNMEST, DE ONDE SEGUEM OS REGISTROS GRAVADOS NESTA EXECUCAO;
002320* CONTROLE AUSENTE E ERRO FATAL, POIS A CADEIA NAO PODE RECOMECAR
002330*-----------------------------------------------------------------
002340 1100-LE-CADEIA.
002350
002360     OPEN I-O ARQ-CADEIA
002370
002380     IF EP-FS-CADEIA NOT = '00'
002390         MOVE 'CADEIA  ' TO EP-ARQUIVO-ERRO
002400         MOVE EP-FS-CADEIA TO EP-FS-ERRO
002410         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002420     END-IF
002430
002440     MOVE 'AUDITLOG'             TO CD-CHAVE
002450     READ ARQ-CADEIA
002460
002470     IF EP-FS-CADEIA NOT = '00'
002480         MOVE 'CADEIA  ' TO EP-ARQUIVO-ERRO
002490         MOVE EP-FS-CADEIA TO EP-FS-ERRO
002500         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002510     END-IF
002520
002530     MOVE CD-ULT-SEQUENCIA       TO EP-CA-SEQUENCIA
002540     MOVE CD-ULT-HASH            TO EP-CA-HASH
002550
002560     MOVE 'JRNMEST '             TO CD-CHAVE
002570     READ ARQ-CADEIA
002580
002590     IF EP-FS-CADEIA NOT = '00'
002600         MOVE 'CADEIA  ' TO EP-ARQUIVO-ERRO
002610         MOVE EP-FS-CADEIA TO EP-FS-ERRO
002620         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002630     END-IF
002640
002650     MOVE CD-ULT-SEQUENCIA       TO EP-CJ-SEQUENCIA
002660     MOVE CD-ULT-HASH            TO EP-CJ-HASH.
002670
002680 1100-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710* 2000-PROCESSA-REGISTRO - LE O PROXIMO REGISTRO DO MESTRE E
002720* ELIMINA O INATIVO COM DATA DE INATIVACAO DENTRO DO CORTE,
002730* GRAVANDO O REGISTRO DE AUDITORIA DO EXPURGO
002740*-----------------------------------------------------------------
002750 2000-PROCESSA-REGISTRO.
002760
002770     READ CADASTRO-MESTRE NEXT
002780         AT END
002790             SET FIM-MESTRE TO TRUE
002800             GO TO 2000-EXIT
002810     END-READ
002820
002830     IF EP-FS-MESTRE NOT = '00'
002840         MOVE 'CADMEST ' TO EP-ARQUIVO-ERRO
002850         MOVE EP-FS-MESTRE TO EP-FS-ERRO
002860         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
002870     END-IF
002880
002890     ADD 1 TO EP-QTD-LIDOS
002900
002910     IF CM-ATIVO
002920         ADD 1 TO EP-QTD-ATIVOS
002930         GO TO 2000-EXIT
002940     END-IF
002950
002960     IF CM-DATA-INATIVACAO = ZEROS
002970         OR CM-DATA-INATIVACAO > EP-DATA-CORTE
002980         ADD 1 TO EP-QTD-RETIDOS
002990         GO TO 2000-EXIT
003000     END-IF
003010
003020     PERFORM 2100-GRAVA-AUDITORIA THRU 2100-EXIT
003030
003040     PERFORM 2200-GRAVA-JORNAL THRU 2200-EXIT
003050
003060     PERFORM 2300-GRAVA-EXPURGO THRU 2300-EXIT
003070
003080     DELETE CADASTRO-MESTRE RECORD
003090
003100     IF EP-FS-MESTRE NOT = '00'
003110         MOVE 'CADMEST ' TO EP-ARQUIVO-ERRO
003120         MOVE EP-FS-MESTRE TO EP-FS-ERRO
003130         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003140     END-IF
003150
003160     ADD 1 TO EP-QTD-EXPURGADOS.
003170
003180 2000-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210* 2100-GRAVA-AUDITORIA - GRAVA NA TRILHA DE AUDITORIA O REGISTRO
003220* DO EXPURGO (TIPO X) COM OS DADOS DO CADASTRO ELIMINADO, PARA
003230* COMPROVAR A ELIMINACAO FISICA APOS A RETENCAO
003240*-----------------------------------------------------------------
003250 2100-GRAVA-AUDITORIA.
003260
003270     ACCEPT EP-HORA-PROCESSO FROM TIME
003280
003290     MOVE EP-DATA-PROCESSO       TO AU-DATA
003300     MOVE EP-HORA-PROCESSO       TO AU-HORA
003310     MOVE ZEROS                  TO AU-SEQUENCIA
003320     MOVE 'X'                    TO AU-TIPO
003330     MOVE CM-NOME                TO AU-NOME
003340     MOVE CM-IDADE               TO AU-IDADE
003350     MOVE CM-DATA-NASC           TO AU-DATA-NASC
003360     MOVE CM-EMAIL               TO AU-EMAIL
003370     MOVE CM-CLASSE              TO AU-CLASSE
003380     MOVE 'VALIDO'               TO AU-STATUS
003390     MOVE CM-CPF                 TO AU-CPF
003400     MOVE CM-TELEFONE            TO AU-TELEFONE
003410     MOVE CM-ENDERECO            TO AU-ENDERECO
003420     MOVE SPACES                 TO AU-EMAIL-NOVO
003430     MOVE 'M'                    TO AU-ORIGEM
003440
003450     PERFORM 2110-ENCADEIA-AUDITORIA THRU 2110-EXIT
003460
003470     WRITE REG-AUDITORIA.
003480
003490     IF EP-FS-AUDITORIA NOT = '00'
003500         MOVE 'AUDITLOG' TO EP-ARQUIVO-ERRO
003510         MOVE EP-FS-AUDITORIA TO EP-FS-ERRO
003520         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
003530     END-IF.
003540
003550     MOVE SPACES                 TO REG-CADEIA
003560     MOVE 'AUDITLOG'             TO CD-CHAVE
003570     MOVE EP-CA-SEQUENCIA        TO CD-ULT-SEQUENCIA
003580     MOVE EP-CA-HASH             TO CD-ULT-HASH
003590     PERFORM 2400-ATUALIZA-CADEIA THRU 2400-EXIT.
003600
003610 2100-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640* 2110-ENCADEIA-AUDITORIA - PREENCHE A AREA AU-CADEIA DO REGISTRO
003650* DE AUDITORIA MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO
003660* REGISTRO ANTERIOR, HASH DOS DADOS PESSOAIS E HASH DO REGISTRO,
003670* CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER CADEREG)
003680*-----------------------------------------------------------------
003690 2110-ENCADEIA-AUDITORIA.
003700
003710     MOVE SPACES                 TO EP-HASH-DADOS-PESSOAIS
003720     MOVE AU-NOME                TO EP-HP-NOME(1)
003730     MOVE AU-CPF                 TO EP-HP-CPF(1)
003740     MOVE AU-TELEFONE            TO EP-HP-TELEFONE(1)
003750     MOVE AU-ENDERECO            TO EP-HP-ENDERECO(1)
003760
003770     MOVE EP-HASH-DADOS-PESSOAIS TO EP-HASH-AREA
003780     MOVE 274                    TO EP-HASH-TAMANHO
003790     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
003800     MOVE EP-HASH-RESULTADO      TO AU-HASH-PESSOAL
003810
003820     ADD 1                       TO EP-CA-SEQUENCIA
003830     MOVE EP-CA-SEQUENCIA        TO AU-SEQ-CADEIA
003840     MOVE EP-CA-HASH             TO AU-HASH-ANTERIOR
003850
003860     MOVE AU-HASH-ANTERIOR       TO EP-HE-ANTERIOR
003870     MOVE AU-SEQ-CADEIA          TO EP-HE-SEQUENCIA
003880     MOVE AU-HASH-PESSOAL        TO EP-HE-PESSOAL
003890
003900     MOVE REG-AUDITORIA          TO EP-HASH-AREA
003910     MOVE SPACES                 TO AU-NOME
003920     MOVE ZEROS                  TO AU-CPF
003930     MOVE SPACES                 TO AU-TELEFONE
003940     MOVE SPACES                 TO AU-ENDERECO
003950     MOVE REG-AUDITORIA(1:263)   TO EP-HE-REGISTRO
003960     MOVE EP-HASH-AREA(1:333)    TO REG-AUDITORIA
003970
003980     MOVE EP-HASH-ENTRADA        TO EP-HASH-AREA
003990     MOVE 523                    TO EP-HASH-TAMANHO
004000     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
004010     MOVE EP-HASH-RESULTADO      TO AU-HASH-REGISTRO
004020     MOVE EP-HASH-RESULTADO      TO EP-CA-HASH.
004030
004040 2110-EXIT.
004050     EXIT.
004060*-----------------------------------------------------------------
004070* 2120-CALCULA-HASH - CALCULA O HASH DE 20 DIGITOS DOS PRIMEIROS
004080* EP-HASH-TAMANHO BYTES DE EP-HASH-AREA (VER CADEREG)
004090*-----------------------------------------------------------------
004100 2120-CALCULA-HASH.
004110
004120     MOVE ZEROS                  TO EP-HASH-ACUM1
004130     MOVE ZEROS                  TO EP-HASH-ACUM2
004140
004150     PERFORM 2130-ACUMULA-BYTE THRU 2130-EXIT
004160         VARYING EP-HASH-POS FROM 1 BY 1
004170         UNTIL EP-HASH-POS > EP-HASH-TAMANHO
004180
004190     MOVE EP-HASH-ACUM1          TO EP-HASH-H1
004200     MOVE EP-HASH-ACUM2          TO EP-HASH-H2.
004210
004220 2120-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250* 2130-ACUMULA-BYTE - ACUMULA O BYTE CORRENTE DA AREA NAS DUAS
004260* METADES DO HASH; O BYTE E LIDO COMO BINARIO PELA REDEFINICAO DE
004270* EP-HASH-BYTE-BINARIO
004280*-----------------------------------------------------------------
004290 2130-ACUMULA-BYTE.
004300
004310     MOVE EP-HASH-AREA(EP-HASH-POS:1) TO EP-HASH-BYTE
004320
004330     COMPUTE EP-HASH-ACUM1 = EP-HASH-ACUM1 * 257
004340         + EP-HASH-BYTE-BINARIO + 1
004350     DIVIDE EP-HASH-ACUM1 BY 2147483647
004360         GIVING EP-HASH-QUOCIENTE REMAINDER EP-HASH-RESTO
004370     MOVE EP-HASH-RESTO          TO EP-HASH-ACUM1
004380
004390     COMPUTE EP-HASH-ACUM2 = EP-HASH-ACUM2 * 263
004400         + EP-HASH-BYTE-BINARIO + EP-HASH-POS
004410     DIVIDE EP-HASH-ACUM2 BY 999999937
004420         GIVING EP-HASH-QUOCIENTE REMAINDER EP-HASH-RESTO
004430     MOVE EP-HASH-RESTO          TO EP-HASH-ACUM2.
004440
004450 2130-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* 2200-GRAVA-JORNAL - GRAVA NO JORNAL DE IMAGENS O REGISTRO DA
004490* ELIMINACAO FISICA (OPERACAO E) COM A IMAGEM ANTES DO CADASTRO
004500* EXPURGADO, PARA A RECUPERACAO AVANTE PELO STMCAD070
004510*-----------------------------------------------------------------
004520 2200-GRAVA-JORNAL.
004530
004540     ACCEPT EP-HORA-PROCESSO FROM TIME
004550
004560     MOVE EP-DATA-PROCESSO       TO JN-DATA
004570     MOVE EP-HORA-PROCESSO       TO JN-HORA
004580     MOVE ZEROS                  TO JN-SEQUENCIA
004590     MOVE 'E'                    TO JN-OPERACAO
004600     MOVE REG-CADASTRO-MESTRE    TO JN-IMAGEM-ANTES
004610     MOVE SPACES                 TO JN-IMAGEM-DEPOIS
004620
004630     PERFORM 2210-ENCADEIA-JORNAL THRU 2210-EXIT
004640
004650     WRITE REG-JORNAL.
004660
004670     IF EP-FS-JORNAL NOT = '00'
004680         MOVE 'JRNMEST ' TO EP-ARQUIVO-ERRO
004690         MOVE EP-FS-JORNAL TO EP-FS-ERRO
004700         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
004710     END-IF.
004720
004730     MOVE SPACES                 TO REG-CADEIA
004740     MOVE 'JRNMEST '             TO CD-CHAVE
004750     MOVE EP-CJ-SEQUENCIA        TO CD-ULT-SEQUENCIA
004760     MOVE EP-CJ-HASH             TO CD-ULT-HASH
004770     PERFORM 2400-ATUALIZA-CADEIA THRU 2400-EXIT.
004780
004790 2200-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820* 2210-ENCADEIA-JORNAL - PREENCHE A AREA JN-CADEIA DO REGISTRO DO
004830* JORNAL MONTADO: PROXIMA SEQUENCIA DA CADEIA, HASH DO REGISTRO
004840* ANTERIOR, HASH DOS DADOS PESSOAIS DAS DUAS IMAGENS E HASH DO
004850* REGISTRO, CALCULADO COM OS DADOS PESSOAIS EM BRANCO (VER
004860* CADEREG)
004870*-----------------------------------------------------------------
004880 2210-ENCADEIA-JORNAL.
004890
004900     MOVE JN-AN-NOME             TO EP-HP-NOME(1)
004910     MOVE JN-AN-CPF              TO EP-HP-CPF(1)
004920     MOVE JN-AN-TELEFONE         TO EP-HP-TELEFONE(1)
004930     MOVE JN-AN-ENDERECO         TO EP-HP-ENDERECO(1)
004940     MOVE JN-DP-NOME             TO EP-HP-NOME(2)
004950     MOVE JN-DP-CPF              TO EP-HP-CPF(2)
004960     MOVE JN-DP-TELEFONE         TO EP-HP-TELEFONE(2)
004970     MOVE JN-DP-ENDERECO         TO EP-HP-ENDERECO(2)
004980
004990     MOVE EP-HASH-DADOS-PESSOAIS TO EP-HASH-AREA
005000     MOVE 274                    TO EP-HASH-TAMANHO
005010     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
005020     MOVE EP-HASH-RESULTADO      TO JN-HASH-PESSOAL
005030
005040     ADD 1                       TO EP-CJ-SEQUENCIA
005050     MOVE EP-CJ-SEQUENCIA        TO JN-SEQ-CADEIA
005060     MOVE EP-CJ-HASH             TO JN-HASH-ANTERIOR
005070
005080     MOVE JN-HASH-ANTERIOR       TO EP-HE-ANTERIOR
005090     MOVE JN-SEQ-CADEIA          TO EP-HE-SEQUENCIA
005100     MOVE JN-HASH-PESSOAL        TO EP-HE-PESSOAL
005110
005120     MOVE SPACES                 TO JN-AN-NOME
005130     MOVE SPACES                 TO JN-AN-CPF
005140     MOVE SPACES                 TO JN-AN-TELEFONE
005150     MOVE SPACES                 TO JN-AN-ENDERECO
005160     MOVE SPACES                 TO JN-DP-NOME
005170     MOVE SPACES                 TO JN-DP-CPF
005180     MOVE SPACES                 TO JN-DP-TELEFONE
005190     MOVE SPACES                 TO JN-DP-ENDERECO
005200     MOVE REG-JORNAL(1:473)      TO EP-HE-REGISTRO
005210     MOVE EP-HP-NOME(1)          TO JN-AN-NOME
005220     MOVE EP-HP-CPF(1)           TO JN-AN-CPF
005230     MOVE EP-HP-TELEFONE(1)      TO JN-AN-TELEFONE
005240     MOVE EP-HP-ENDERECO(1)      TO JN-AN-ENDERECO
005250     MOVE EP-HP-NOME(2)          TO JN-DP-NOME
005260     MOVE EP-HP-CPF(2)           TO JN-DP-CPF
005270     MOVE EP-HP-TELEFONE(2)      TO JN-DP-TELEFONE
005280     MOVE EP-HP-ENDERECO(2)      TO JN-DP-ENDERECO
005290
005300     MOVE EP-HASH-ENTRADA        TO EP-HASH-AREA
005310     MOVE 523                    TO EP-HASH-TAMANHO
005320     PERFORM 2120-CALCULA-HASH THRU 2120-EXIT
005330     MOVE EP-HASH-RESULTADO      TO JN-HASH-REGISTRO
005340     MOVE EP-HASH-RESULTADO      TO EP-CJ-HASH.
005350
005360 2210-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 2300-GRAVA-EXPURGO - GRAVA NA RELACAO DE EXPURGOS O E-MAIL, O
005400* CPF E AS DATAS DE INATIVACAO E DE EXPURGO DO CADASTRO
005410* ELIMINADO, PARA A ANONIMIZACAO POS-EXPURGO (STMCAD086)
005420*-----------------------------------------------------------------
005430 2300-GRAVA-EXPURGO.
005440
005450     MOVE CM-EMAIL               TO XP-EMAIL
005460     MOVE CM-CPF                 TO XP-CPF
005470     MOVE CM-DATA-INATIVACAO     TO XP-DATA-INATIVACAO
005480     MOVE EP-DATA-PROCESSO       TO XP-DATA-EXPURGO
005490
005500     WRITE REG-EXPURGO.
005510
005520     IF EP-FS-EXPURGOS NOT = '00'
005530         MOVE 'EXPURGOS' TO EP-ARQUIVO-ERRO
005540         MOVE EP-FS-EXPURGOS TO EP-FS-ERRO
005550         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005560     END-IF.
005570
005580 2300-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610* 2400-ATUALIZA-CADEIA - REGRAVA NO CONTROLE DA CADEIA O REGISTRO
005620* MONTADO PELO CHAMADOR (ARQUIVO, SEQUENCIA E HASH DO REGISTRO
005630* RECEM-GRAVADO), COM A DATA E A HORA DA GRAVACAO
005640*-----------------------------------------------------------------
005650 2400-ATUALIZA-CADEIA.
005660
005670     MOVE EP-DATA-PROCESSO       TO CD-DATA-ATUALIZACAO
005680     MOVE EP-HORA-PROCESSO       TO CD-HORA-ATUALIZACAO
005690     MOVE 'STMCAD060'            TO CD-PROGRAMA
005700
005710     REWRITE REG-CADEIA
005720
005730     IF EP-FS-CADEIA NOT = '00'
005740         MOVE 'CADEIA  ' TO EP-ARQUIVO-ERRO
005750         MOVE EP-FS-CADEIA TO EP-FS-ERRO
005760         PERFORM 9900-ERRO-FATAL-ES THRU 9900-EXIT
005770     END-IF.
005780
005790 2400-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 8000-FINALIZACAO - FECHA OS ARQUIVOS ABERTOS PELO PROGRAMA
005830*-----------------------------------------------------------------
005840 8000-FINALIZACAO.
005850
005860     CLOSE CADASTRO-MESTRE
005870     CLOSE ARQ-AUDITORIA
005880     CLOSE ARQ-JORNAL
005890     CLOSE ARQ-EXPURGOS
005900     CLOSE ARQ-CADEIA.
005910
005920 8000-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950* 9000-RELATORIO-EXPURGO - EXIBE OS TOTAIS DO EXPURGO: LIDOS,
005960* ATIVOS MANTIDOS, INATIVOS RETIDOS E EXPURGADOS
005970*-----------------------------------------------------------------
005980 9000-RELATORIO-EXPURGO.
005990
006000     DISPLAY ' '
006010     DISPLAY '**********************************************'
006020     DISPLAY '     RELATORIO DO EXPURGO - FIM DE JOB        '
006030     DISPLAY '**********************************************'
006040     DISPLAY '| REGISTROS LIDOS .......: ' EP-QTD-LIDOS
006050     DISPLAY '| ATIVOS MANTIDOS .......: ' EP-QTD-ATIVOS
006060     DISPLAY '| INATIVOS RETIDOS ......: ' EP-QTD-RETIDOS
006070     DISPLAY '| EXPURGADOS ............: ' EP-QTD-EXPURGADOS
006080     DISPLAY '**********************************************'.
006090
006100 9000-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130* 9900-ERRO-FATAL-ES - EXIBE O ARQUIVO E O FILE STATUS DA
006140* OPERACAO DE E/S QUE FALHOU E ENCERRA COM CODIGO DE RETORNO 16
006150*-----------------------------------------------------------------
006160 9900-ERRO-FATAL-ES.
006170
006180     DISPLAY '**********************************************'
006190     DISPLAY '  ERRO FATAL DE E/S NO ARQUIVO ' EP-ARQUIVO-ERRO
006200     DISPLAY '  FILE STATUS: ' EP-FS-ERRO
006210     DISPLAY '**********************************************'
006220
006230     MOVE 16 TO RETURN-CODE
006240
006250     STOP RUN.
006260
006270 9900-EXIT.
006280     EXIT.
006290 END PROGRAM STMCAD060.
