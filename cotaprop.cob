000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COTAPROP.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. NAO HA CONSIDERACOES DE SEGURANCA PARA COTAPROP.
000800*****************************************************************
000900*                                                               *
001000*    UM RESUMO DO PROGRAMA COTAPROP --                          *
001100*                                                               *
001200*    COTAPROP GERA A PROPOSTA DE COTAS DO ANO SEGUINTE A        *
001300*    PARTIR DO VENDAS-HISTORICO. PARA CADA VENDEDOR ATIVO NO    *
001400*    MESTRE DE VENDEDORES E PARA CADA TRIMESTRE DO ANO          *
001500*    PROPOSTO, TIRA A MEDIA DO TOTAL VENDIDO NO MESMO           *
001600*    TRIMESTRE DOS ANOS ANTERIORES (JANELA DE ATE CINCO ANOS)   *
001700*    E APLICA O PERCENTUAL DE CRESCIMENTO DO CARTAO DE          *
001800*    PARAMETRO. O VENDEDOR COM MENOS ANOS DE HISTORICO NO       *
001900*    TRIMESTRE DO QUE O MINIMO DO CARTAO (OU COM MEDIA NAO      *
002000*    POSITIVA) RECEBE A COTA MINIMA DO CARTAO. A LISTAGEM DE    *
002100*    REVISAO SAI POR REGIAO, COM A COTA E O REALIZADO DO        *
002200*    MESMO TRIMESTRE NO ANO ANTERIOR AO LADO DE CADA PROPOSTA,  *
002300*    E O PROGRAMA GRAVA UM ARQUIVO DE MOVIMENTOS DE INCLUSAO    *
002400*    ('I') NO LAYOUT DO COTAMNT -- APROVADA A PROPOSTA PELO     *
002500*    PLANEJAMENTO DE VENDAS, O ARQUIVO E' APLICADO NO           *
002600*    COTA-MASTER NUMA SO' EXECUCAO DO COTAMNT. COTA JA          *
002700*    CADASTRADA NO MESTRE PARA O PERIODO NAO GERA MOVIMENTO --  *
002800*    SAI NA LISTAGEM PARA REVISAO. ATE AQUI AS COTAS DO ANO     *
002900*    ERAM MONTADAS A MAO SOBRE A LISTAGEM DO TRENDREL E         *
003000*    DIGITADAS UMA A UMA NO MOVIMENTO DO COTAMNT.               *
003100*                                                               *
003200*****************************************************************
003300*                                                               *
003400*    HISTORICO DE ALTERACOES --                                 *
003500*                                                               *
003600*    06/09/2026  RMS  PROGRAMA ORIGINAL -- PROPOSTA DE COTAS    *
003700*                     DO ANO SEGUINTE PELO HISTORICO DE         *
003800*                     VENDAS, COM MOVIMENTO PARA O COTAMNT.     *
003900*                                                               *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS VM-MATRICULA-VENDEDOR
005300         FILE STATUS IS WS-STATUS-MASTER.
005400     SELECT VENDAS-HISTORICO ASSIGN TO VENDHIST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS VH-CHAVE-HISTORICO
005800         FILE STATUS IS WS-STATUS-HISTORICO.
005900     SELECT COTA-MASTER ASSIGN TO COTAMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS QM-CHAVE-COTA
006300         FILE STATUS IS WS-STATUS-COTA.
006400     SELECT PROPOSTA-SORT-FILE ASSIGN TO SRTPROP.
006500     SELECT ARQUIVO-MOVIMENTO-COTA ASSIGN TO MOVPROP
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RELAT-PROPOSTA ASSIGN TO RELPROP
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100*****************************************************************
007200*    VENDEDOR-MASTER -- ENTRADA, LIDO SEQUENCIALMENTE EM ORDEM  *
007300*    DE MATRICULA -- SO' OS VENDEDORES ATIVOS RECEBEM PROPOSTA  *
007400*****************************************************************
007500 FD  VENDEDOR-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700     COPY VENDMAST.
007800*****************************************************************
007900*    VENDAS-HISTORICO -- ENTRADA, LIDO PELA CHAVE MATRICULA/    *
008000*    ANO/TRIMESTRE PARA CADA ANO DA JANELA                      *
008100*****************************************************************
008200 FD  VENDAS-HISTORICO
008300     LABEL RECORDS ARE STANDARD.
008400     COPY VENDHIST.
008500*****************************************************************
008600*    COTA-MASTER -- ENTRADA, CONSULTADO PARA NAO PROPOR         *
008700*    INCLUSAO DE UMA COTA JA CADASTRADA                         *
008800*****************************************************************
008900 FD  COTA-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY COTAMAST.
009200*****************************************************************
009300*    PROPOSTA-SORT-FILE -- TRABALHO, UMA PROPOSTA POR           *
009400*    VENDEDOR/TRIMESTRE, ORDENADA POR REGIAO, MATRICULA E       *
009500*    TRIMESTRE PARA A LISTAGEM DE REVISAO                       *
009600*****************************************************************
009700 SD  PROPOSTA-SORT-FILE.
009800 01  REG-PROPOSTA-ORDENADA.
009900     05  PO-REGIAO                    PIC X(04).
010000     05  PO-MATRICULA                 PIC 9(06).
010100     05  PO-TRIMESTRE                 PIC 9(01).
010200     05  PO-DESCRICAO-REGIAO          PIC X(20).
010300     05  PO-NOME                      PIC X(15).
010400     05  PO-TEM-ANTERIOR              PIC X(01).
010500     05  PO-COTA-ANTERIOR             PIC S9(6)V99.
010600     05  PO-REALIZADO-ANTERIOR        PIC S9(6)V99.
010700     05  PO-ATING-ANTERIOR            PIC S9(3)V99.
010800     05  PO-ANOS-HISTORICO            PIC 9(01).
010900     05  PO-MEDIA-HISTORICO           PIC S9(6)V99.
011000     05  PO-VALOR-PROPOSTO            PIC S9(6)V99.
011100     05  PO-COTA-CADASTRADA           PIC S9(6)V99.
011200     05  PO-SITUACAO                  PIC X(01).
011300         88  PO-PROPOSTA-HISTORICO            VALUE 'H'.
011400         88  PO-PROPOSTA-MINIMA               VALUE 'M'.
011500         88  PO-JA-CADASTRADA                 VALUE 'J'.
011600*****************************************************************
011700*    ARQUIVO-MOVIMENTO-COTA -- SAIDA, UM MOVIMENTO DE INCLUSAO  *
011800*    ('I') POR COTA PROPOSTA, NO LAYOUT DO ARQUIVO DE           *
011900*    MOVIMENTOS DO COTAMNT -- O VALOR DA COTA VAI EM DISPLAY    *
012000*    COM DUAS CASAS DECIMAIS IMPLICITAS                         *
012100*****************************************************************
012200 FD  ARQUIVO-MOVIMENTO-COTA
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  REGISTRO-MOVIMENTO-COTA.
012600     05  MV-TIPO-MOVIMENTO            PIC X(01).
012700     05  MV-MATRICULA-VENDEDOR        PIC 9(06).
012800     05  MV-ANO-COTA                  PIC 9(04).
012900     05  MV-TRIMESTRE-COTA            PIC 9(01).
013000     05  MV-VALOR-COTA                PIC S9(6)V99.
013100     05  FILLER                       PIC X(60).
013200*****************************************************************
013300*    RELAT-PROPOSTA -- SAIDA, LISTAGEM DE REVISAO DA PROPOSTA   *
013400*    POR REGIAO, COM OS TOTAIS DE CADA REGIAO E DA EMPRESA      *
013500*****************************************************************
013600 FD  RELAT-PROPOSTA
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 132 CHARACTERS.
013900 01  LINHA-PROPOSTA                   PIC X(132).
014000 WORKING-STORAGE SECTION.
014100*****************************************************************
014200*    CHAVES E CONTADORES DE CONTROLE                            *
014300*****************************************************************
014400 77  WS-STATUS-MASTER                 PIC X(02) VALUE SPACES.
014500 77  WS-STATUS-HISTORICO              PIC X(02) VALUE SPACES.
014600 77  WS-STATUS-COTA                   PIC X(02) VALUE SPACES.
014700 77  WS-FIM-VENDEDOR-MASTER           PIC X(01) VALUE 'N'.
014800     88  FIM-VENDEDOR-MASTER                    VALUE 'S'.
014900 77  WS-FIM-SORT-PROPOSTA             PIC X(01) VALUE 'N'.
015000     88  FIM-SORT-PROPOSTA                      VALUE 'S'.
015100 77  WS-PRIMEIRA-REGIAO-SW            PIC X(01) VALUE 'S'.
015200     88  PRIMEIRA-REGIAO                        VALUE 'S'.
015300 77  WS-REGIAO-ANTERIOR               PIC X(04) VALUE SPACES.
015400 77  WS-MATRICULA-ANTERIOR            PIC 9(06) VALUE ZERO.
015500 77  WS-CONTADOR-LIDOS                PIC 9(06) COMP-3 VALUE ZERO.
015600 77  WS-CONTADOR-ATIVOS               PIC 9(06) COMP-3 VALUE ZERO.
015700 77  WS-CONTADOR-DESLIGADOS           PIC 9(06) COMP-3 VALUE ZERO.
015800 77  WS-CONTADOR-HISTORICO            PIC 9(06) COMP-3 VALUE ZERO.
015900 77  WS-CONTADOR-MINIMA               PIC 9(06) COMP-3 VALUE ZERO.
016000 77  WS-CONTADOR-CADASTRADAS          PIC 9(06) COMP-3 VALUE ZERO.
016100 77  WS-CONTADOR-MOVIMENTOS           PIC 9(06) COMP-3 VALUE ZERO.
016200 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
016300 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
016400 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
016500*****************************************************************
016600*    CARTAO DE PARAMETRO -- ANO PROPOSTO (COLUNAS 1-4),         *
016700*    PERCENTUAL DE CRESCIMENTO COM DUAS DECIMAIS IMPLICITAS     *
016800*    (COLUNAS 6-10) E O SINAL '-' PARA REDUCAO (COLUNA 11),     *
016900*    COTA MINIMA COM DUAS DECIMAIS IMPLICITAS (COLUNAS 13-20),  *
017000*    JANELA DE ANOS DE HISTORICO (COLUNA 22, 1 A 5, EM BRANCO   *
017100*    3) E O MINIMO DE ANOS COM HISTORICO NO TRIMESTRE PARA A    *
017200*    PROPOSTA SAIR PELA MEDIA (COLUNA 24, EM BRANCO 1)          *
017300*****************************************************************
017400 01  WS-PARM-CARTAO.
017500     05  WS-PARM-ANO-TXT              PIC X(04).
017600     05  FILLER                       PIC X(01).
017700     05  WS-PARM-CRESCIMENTO-TXT      PIC X(05).
017800     05  WS-PARM-CRESCIMENTO-NUM
017900             REDEFINES WS-PARM-CRESCIMENTO-TXT
018000                                      PIC 9(03)V99.
018100     05  WS-PARM-SINAL                PIC X(01).
018200         88  WS-PARM-REDUCAO                  VALUE '-'.
018300         88  WS-PARM-SINAL-VALIDO             VALUE '-' '+' ' '.
018400     05  FILLER                       PIC X(01).
018500     05  WS-PARM-COTA-MINIMA-TXT      PIC X(08).
018600     05  WS-PARM-COTA-MINIMA-NUM
018700             REDEFINES WS-PARM-COTA-MINIMA-TXT
018800                                      PIC 9(06)V99.
018900     05  FILLER                       PIC X(01).
019000     05  WS-PARM-JANELA-TXT           PIC X(01).
019100     05  FILLER                       PIC X(01).
019200     05  WS-PARM-MINIMO-ANOS-TXT      PIC X(01).
019300     05  FILLER                       PIC X(56).
019400 77  WS-ANO-PROPOSTO                  PIC 9(04) VALUE ZERO.
019500 77  WS-ANO-HISTORICO                 PIC 9(04) VALUE ZERO.
019600 77  WS-PERC-CRESCIMENTO              PIC S9(3)V99 COMP-3
019700                                              VALUE ZERO.
019800 77  WS-COTA-MINIMA                   PIC S9(6)V99 COMP-3
019900                                              VALUE ZERO.
020000 77  WS-JANELA-ANOS                   PIC 9(01) VALUE 3.
020100 77  WS-MINIMO-ANOS                   PIC 9(01) VALUE 1.
020200*****************************************************************
020300*    AREAS DE CALCULO DA PROPOSTA DE UM VENDEDOR/TRIMESTRE      *
020400*****************************************************************
020500 77  WS-IND-TRIMESTRE                 PIC 9(01) COMP VALUE ZERO.
020600 77  WS-IND-ANO                       PIC 9(01) COMP VALUE ZERO.
020700 77  WS-ANOS-ENCONTRADOS              PIC 9(01) COMP VALUE ZERO.
020800 77  WS-SOMA-HISTORICO                PIC S9(8)V99 COMP-3
020900                                              VALUE ZERO.
021000 77  WS-MEDIA-HISTORICO               PIC S9(6)V99 COMP-3
021100                                              VALUE ZERO.
021200 77  WS-VALOR-PROPOSTO                PIC S9(6)V99 COMP-3
021300                                              VALUE ZERO.
021400*****************************************************************
021500*    TOTAIS DA REGIAO EM QUEBRA E DA EMPRESA                    *
021600*****************************************************************
021700 77  WS-REG-VENDEDORES                PIC 9(06) COMP-3 VALUE ZERO.
021800 77  WS-REG-COTA-ANTERIOR             PIC S9(9)V99 COMP-3
021900                                              VALUE ZERO.
022000 77  WS-REG-REALIZADO-ANTERIOR        PIC S9(9)V99 COMP-3
022100                                              VALUE ZERO.
022200 77  WS-REG-PROPOSTO                  PIC S9(9)V99 COMP-3
022300                                              VALUE ZERO.
022400 77  WS-EMP-COTA-ANTERIOR             PIC S9(9)V99 COMP-3
022500                                              VALUE ZERO.
022600 77  WS-EMP-REALIZADO-ANTERIOR        PIC S9(9)V99 COMP-3
022700                                              VALUE ZERO.
022800 77  WS-EMP-PROPOSTO                  PIC S9(9)V99 COMP-3
022900                                              VALUE ZERO.
023000*****************************************************************
023100*    CAMPOS DE EDICAO -- AS COLUNAS DO ANO ANTERIOR E DA MEDIA  *
023200*    SAO ALFANUMERICAS PARA QUE UM TRIMESTRE SEM HISTORICO      *
023300*    SAIA EM BRANCO, COMO NO TRENDREL                           *
023400*****************************************************************
023500 77  WS-ED-VALOR                      PIC -ZZZ.ZZZ,99.
023600 77  WS-ED-PERC                       PIC ZZ9,99.
023700 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
023800*****************************************************************
023900*    RELAT-PROPOSTA -- LINHAS DE CABECALHO, DETALHE E RODAPE    *
024000*****************************************************************
024100 01  WS-PRP-CABECALHO-1.
024200     05  FILLER                       PIC X(030) VALUE SPACES.
024300     05  FILLER                       PIC X(034) VALUE
024400         'PROPOSTA DE COTAS PARA O ANO'.
024500     05  WS-PRP-C1-ANO                PIC 9(04).
024600     05  FILLER                       PIC X(017) VALUE SPACES.
024700     05  FILLER                       PIC X(010) VALUE
024800         'PAGINA'.
024900     05  WS-PRP-C1-PAGINA             PIC ZZ9.
025000     05  FILLER                       PIC X(034) VALUE SPACES.
025100 01  WS-PRP-CABECALHO-2.
025200     05  FILLER                       PIC X(002) VALUE SPACES.
025300     05  FILLER                       PIC X(013) VALUE
025400         'CRESCIMENTO:'.
025500     05  WS-PRP-C2-CRESCIMENTO        PIC -ZZ9,99.
025600     05  FILLER                       PIC X(001) VALUE '%'.
025700     05  FILLER                       PIC X(004) VALUE SPACES.
025800     05  FILLER                       PIC X(014) VALUE
025900         'COTA MINIMA:'.
026000     05  WS-PRP-C2-COTA-MINIMA        PIC ZZZ.ZZZ,99.
026100     05  FILLER                       PIC X(004) VALUE SPACES.
026200     05  FILLER                       PIC X(009) VALUE 'JANELA:'.
026300     05  WS-PRP-C2-JANELA             PIC 9(01).
026400     05  FILLER                       PIC X(006) VALUE ' ANOS'.
026500     05  FILLER                       PIC X(017) VALUE
026600         'MINIMO DE ANOS:'.
026700     05  WS-PRP-C2-MINIMO             PIC 9(01).
026800     05  FILLER                       PIC X(043) VALUE SPACES.
026900 01  WS-PRP-CABECALHO-3.
027000     05  FILLER                       PIC X(002) VALUE SPACES.
027100     05  FILLER                       PIC X(008) VALUE 'MATRIC.'.
027200     05  FILLER                       PIC X(017) VALUE 'NOME'.
027300     05  FILLER                       PIC X(004) VALUE 'T'.
027400     05  FILLER                       PIC X(013) VALUE
027500         '  COTA ANT.'.
027600     05  FILLER                       PIC X(013) VALUE
027700         'REALIZ. ANT.'.
027800     05  FILLER                       PIC X(009) VALUE 'ATING%'.
027900     05  FILLER                       PIC X(004) VALUE 'ANOS'.
028000     05  FILLER                       PIC X(013) VALUE
028100         ' MEDIA HIST.'.
028200     05  FILLER                       PIC X(013) VALUE
028300         '   PROPOSTA'.
028400     05  FILLER                       PIC X(030) VALUE
028500         'SITUACAO'.
028600     05  FILLER                       PIC X(006) VALUE SPACES.
028700 01  WS-PRP-LINHA-REGIAO.
028800     05  FILLER                       PIC X(002) VALUE SPACES.
028900     05  FILLER                       PIC X(008) VALUE 'REGIAO'.
029000     05  WS-PRP-REG-CODIGO            PIC X(04).
029100     05  FILLER                       PIC X(004) VALUE ' -- '.
029200     05  WS-PRP-REG-DESCRICAO         PIC X(20).
029300     05  FILLER                       PIC X(094) VALUE SPACES.
029400 01  WS-PRP-LINHA-DETALHE.
029500     05  FILLER                       PIC X(002) VALUE SPACES.
029600     05  WS-PRP-MATRICULA             PIC 9(06).
029700     05  FILLER                       PIC X(002) VALUE SPACES.
029800     05  WS-PRP-NOME                  PIC X(15).
029900     05  FILLER                       PIC X(002) VALUE SPACES.
030000     05  WS-PRP-TRIMESTRE             PIC 9(01).
030100     05  FILLER                       PIC X(003) VALUE SPACES.
030200     05  WS-PRP-COTA-ANT              PIC X(11).
030300     05  FILLER                       PIC X(002) VALUE SPACES.
030400     05  WS-PRP-REAL-ANT              PIC X(11).
030500     05  FILLER                       PIC X(002) VALUE SPACES.
030600     05  WS-PRP-ATING-ANT             PIC X(06).
030700     05  FILLER                       PIC X(003) VALUE SPACES.
030800     05  WS-PRP-ANOS                  PIC 9(01).
030900     05  FILLER                       PIC X(003) VALUE SPACES.
031000     05  WS-PRP-MEDIA                 PIC X(11).
031100     05  FILLER                       PIC X(002) VALUE SPACES.
031200     05  WS-PRP-PROPOSTA              PIC -ZZZ.ZZZ,99.
031300     05  FILLER                       PIC X(002) VALUE SPACES.
031400     05  WS-PRP-SITUACAO              PIC X(030).
031500     05  FILLER                       PIC X(006) VALUE SPACES.
031600 77  WS-ED-COTA-CADASTRADA            PIC ZZZ.ZZZ,99.
031700 01  WS-PRP-LINHA-TOTAL.
031800     05  FILLER                       PIC X(002) VALUE SPACES.
031900     05  WS-PRP-TOT-ROTULO            PIC X(018).
032000     05  FILLER                       PIC X(011) VALUE
032100         'VENDEDORES'.
032200     05  WS-PRP-TOT-VENDEDORES        PIC ZZZ.ZZ9.
032300     05  FILLER                       PIC X(003) VALUE SPACES.
032400     05  FILLER                       PIC X(010) VALUE
032500         'COTA ANT.'.
032600     05  WS-PRP-TOT-COTA-ANT          PIC -Z.ZZZ.ZZZ.ZZ9,99.
032700     05  FILLER                       PIC X(003) VALUE SPACES.
032800     05  FILLER                       PIC X(013) VALUE
032900         'REALIZ. ANT.'.
033000     05  WS-PRP-TOT-REAL-ANT          PIC -Z.ZZZ.ZZZ.ZZ9,99.
033100     05  FILLER                       PIC X(003) VALUE SPACES.
033200     05  FILLER                       PIC X(009) VALUE
033300         'PROPOSTA'.
033400     05  WS-PRP-TOT-PROPOSTO          PIC -Z.ZZZ.ZZZ.ZZ9,99.
033500     05  FILLER                       PIC X(002) VALUE SPACES.
033600 01  WS-LINHA-RODAPE-PROPOSTA-1.
033700     05  FILLER                       PIC X(002) VALUE SPACES.
033800     05  FILLER                       PIC X(018) VALUE
033900         'VENDEDORES ATIVOS'.
034000     05  WS-ROD-ATIVOS                PIC ZZZ.ZZ9.
034100     05  FILLER                       PIC X(003) VALUE SPACES.
034200     05  FILLER                       PIC X(012) VALUE
034300         'DESLIGADOS'.
034400     05  WS-ROD-DESLIGADOS            PIC ZZZ.ZZ9.
034500     05  FILLER                       PIC X(003) VALUE SPACES.
034600     05  FILLER                       PIC X(016) VALUE
034700         'PELO HISTORICO'.
034800     05  WS-ROD-HISTORICO             PIC ZZZ.ZZ9.
034900     05  FILLER                       PIC X(003) VALUE SPACES.
035000     05  FILLER                       PIC X(016) VALUE
035100         'PELA COTA MINIMA'.
035200     05  FILLER                       PIC X(001) VALUE SPACES.
035300     05  WS-ROD-MINIMA                PIC ZZZ.ZZ9.
035400     05  FILLER                       PIC X(030) VALUE SPACES.
035500 01  WS-LINHA-RODAPE-PROPOSTA-2.
035600     05  FILLER                       PIC X(002) VALUE SPACES.
035700     05  FILLER                       PIC X(018) VALUE
035800         'JA CADASTRADAS'.
035900     05  WS-ROD-CADASTRADAS           PIC ZZZ.ZZ9.
036000     05  FILLER                       PIC X(003) VALUE SPACES.
036100     05  FILLER                       PIC X(027) VALUE
036200         'MOVIMENTOS PARA O COTAMNT'.
036300     05  WS-ROD-MOVIMENTOS            PIC ZZZ.ZZ9.
036400     05  FILLER                       PIC X(068) VALUE SPACES.
036500 PROCEDURE DIVISION.
036600*****************************************************************
036700*    0000-MAINLINE-CONTROLE                                     *
036800*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
036900*****************************************************************
037000 0000-MAINLINE-CONTROLE.
037100     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
037200     SORT PROPOSTA-SORT-FILE
037300         ON ASCENDING KEY PO-REGIAO
037400                          PO-MATRICULA
037500                          PO-TRIMESTRE
037600         INPUT PROCEDURE IS 2000-CALCULA-PROPOSTAS THRU
037700                            2000-EXIT
037800         OUTPUT PROCEDURE IS 3000-IMPRIME-PROPOSTAS THRU
037900                             3000-EXIT.
038000     PERFORM 4000-IMPRIME-RODAPE THRU 4000-EXIT.
038100     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
038200     STOP RUN.
038300*****************************************************************
038400*    1000-INICIALIZACAO                                         *
038500*    LE E VALIDA O CARTAO DE PARAMETRO, ABRE OS ARQUIVOS E      *
038600*    IMPRIME O CABECALHO -- CARTAO INVALIDO OU ARQUIVO          *
038700*    INDISPONIVEL INTERROMPEM A EXECUCAO ANTES DE GRAVAR        *
038800*    QUALQUER MOVIMENTO                                         *
038900*****************************************************************
039000 1000-INICIALIZACAO.
039100     PERFORM 1600-VALIDA-CARTAO THRU 1600-EXIT.
039200     OPEN INPUT VENDEDOR-MASTER.
039300     IF WS-STATUS-MASTER NOT = '00'
039400         DISPLAY 'COTAPROP -- MESTRE DE VENDEDORES INDISPONIVEL '
039500             '(STATUS ' WS-STATUS-MASTER ') -- EXECUCAO '
039600             'INTERROMPIDA'
039700         STOP RUN.
039800     OPEN INPUT VENDAS-HISTORICO.
039900     IF WS-STATUS-HISTORICO NOT = '00'
040000         DISPLAY 'COTAPROP -- VENDAS-HISTORICO INDISPONIVEL '
040100             '(STATUS ' WS-STATUS-HISTORICO ') -- EXECUCAO '
040200             'INTERROMPIDA'
040300         CLOSE VENDEDOR-MASTER
040400         STOP RUN.
040500     OPEN INPUT COTA-MASTER.
040600     IF WS-STATUS-COTA NOT = '00'
040700         DISPLAY 'COTAPROP -- MESTRE DE COTAS INDISPONIVEL '
040800             '(STATUS ' WS-STATUS-COTA ') -- SEM ELE NAO HA COMO '
040900             'EVITAR INCLUSAO DE COTA JA CADASTRADA -- EXECUCAO '
041000             'INTERROMPIDA'
041100         CLOSE VENDEDOR-MASTER
041200               VENDAS-HISTORICO
041300         STOP RUN.
041400     OPEN OUTPUT ARQUIVO-MOVIMENTO-COTA
041500                 RELAT-PROPOSTA.
041600     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
041700 1000-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    1100-IMPRIME-CABECALHO                                     *
042100*    IMPRIME AS LINHAS DE CABECALHO E REINICIA O CONTADOR DE    *
042200*    LINHAS DA PAGINA                                           *
042300*****************************************************************
042400 1100-IMPRIME-CABECALHO.
042500     ADD 1 TO WS-PAGINA-ATUAL.
042600     MOVE WS-PAGINA-ATUAL     TO WS-PRP-C1-PAGINA.
042700     MOVE WS-ANO-PROPOSTO     TO WS-PRP-C1-ANO.
042800     MOVE WS-PERC-CRESCIMENTO TO WS-PRP-C2-CRESCIMENTO.
042900     MOVE WS-COTA-MINIMA      TO WS-PRP-C2-COTA-MINIMA.
043000     MOVE WS-JANELA-ANOS      TO WS-PRP-C2-JANELA.
043100     MOVE WS-MINIMO-ANOS      TO WS-PRP-C2-MINIMO.
043200     WRITE LINHA-PROPOSTA FROM WS-PRP-CABECALHO-1
043300         AFTER ADVANCING PAGE.
043400     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
043500         AFTER ADVANCING 1 LINE.
043600     WRITE LINHA-PROPOSTA FROM WS-PRP-CABECALHO-2
043700         AFTER ADVANCING 1 LINE.
043800     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
043900         AFTER ADVANCING 1 LINE.
044000     WRITE LINHA-PROPOSTA FROM WS-PRP-CABECALHO-3
044100         AFTER ADVANCING 1 LINE.
044200     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
044300         AFTER ADVANCING 1 LINE.
044400     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
044500 1100-EXIT.
044600     EXIT.
044700*****************************************************************
044800*    1600-VALIDA-CARTAO                                         *
044900*    LE O CARTAO DE PARAMETRO E VALIDA CADA CAMPO -- ANO,       *
045000*    CRESCIMENTO E COTA MINIMA SAO OBRIGATORIOS; A JANELA E O   *
045100*    MINIMO DE ANOS TEM VALOR PADRAO QUANDO EM BRANCO. SEM      *
045200*    FALLBACK: UMA PROPOSTA COM PARAMETRO ERRADO SERIA          *
045300*    APLICADA NO MESTRE DE COTAS                                *
045400*****************************************************************
045500 1600-VALIDA-CARTAO.
045600     MOVE SPACES TO WS-PARM-CARTAO.
045700     ACCEPT WS-PARM-CARTAO FROM SYSIN.
045800     IF WS-PARM-ANO-TXT IS NOT NUMERIC
045900         OR WS-PARM-CRESCIMENTO-TXT IS NOT NUMERIC
046000         OR NOT WS-PARM-SINAL-VALIDO
046100         OR WS-PARM-COTA-MINIMA-TXT IS NOT NUMERIC
046200         DISPLAY 'COTAPROP -- CARTAO DE PARAMETRO INVALIDO ('
046300             WS-PARM-CARTAO(1:24) ') -- INFORMAR AAAA, '
046400             'CRESCIMENTO 999V99 E SINAL, COTA MINIMA 999999V99, '
046500             'JANELA E MINIMO DE ANOS -- EXECUCAO INTERROMPIDA'
046600         STOP RUN.
046700     MOVE WS-PARM-ANO-TXT         TO WS-ANO-PROPOSTO.
046800     MOVE WS-PARM-CRESCIMENTO-NUM TO WS-PERC-CRESCIMENTO.
046900     IF WS-PARM-REDUCAO
047000         COMPUTE WS-PERC-CRESCIMENTO = ZERO - WS-PERC-CRESCIMENTO
047100     END-IF.
047200     MOVE WS-PARM-COTA-MINIMA-NUM TO WS-COTA-MINIMA.
047300     IF WS-PARM-JANELA-TXT NOT = SPACE
047400         IF WS-PARM-JANELA-TXT IS NUMERIC
047500             MOVE WS-PARM-JANELA-TXT TO WS-JANELA-ANOS
047600         ELSE
047700             MOVE ZERO TO WS-JANELA-ANOS
047800         END-IF
047900     END-IF.
048000     IF WS-PARM-MINIMO-ANOS-TXT NOT = SPACE
048100         IF WS-PARM-MINIMO-ANOS-TXT IS NUMERIC
048200             MOVE WS-PARM-MINIMO-ANOS-TXT TO WS-MINIMO-ANOS
048300         ELSE
048400             MOVE ZERO TO WS-MINIMO-ANOS
048500         END-IF
048600     END-IF.
048700     IF WS-JANELA-ANOS < 1 OR WS-JANELA-ANOS > 5
048800         DISPLAY 'COTAPROP -- JANELA DE ANOS INVALIDA NO CARTAO ('
048900             WS-PARM-JANELA-TXT ') -- INFORMAR 1 A 5 -- '
049000             'EXECUCAO INTERROMPIDA'
049100         STOP RUN.
049200     IF WS-MINIMO-ANOS < 1 OR WS-MINIMO-ANOS > WS-JANELA-ANOS
049300         DISPLAY 'COTAPROP -- MINIMO DE ANOS INVALIDO NO CARTAO ('
049400             WS-PARM-MINIMO-ANOS-TXT ') -- INFORMAR DE 1 ATE A '
049500             'JANELA -- EXECUCAO INTERROMPIDA'
049600         STOP RUN.
049700     IF WS-COTA-MINIMA NOT > ZERO
049800         DISPLAY 'COTAPROP -- COTA MINIMA ZERADA NO CARTAO -- '
049900             'EXECUCAO INTERROMPIDA'
050000         STOP RUN.
050100 1600-EXIT.
050200     EXIT.
050300*****************************************************************
050400*    2000-CALCULA-PROPOSTAS                                     *
050500*    PROCEDIMENTO DE ENTRADA DA ORDENACAO -- PERCORRE O MESTRE  *
050600*    DE VENDEDORES E LIBERA AS QUATRO PROPOSTAS DE CADA         *
050700*    VENDEDOR ATIVO                                             *
050800*****************************************************************
050900 2000-CALCULA-PROPOSTAS.
051000     PERFORM 7000-LER-VENDEDOR THRU 7000-EXIT.
051100     PERFORM 2050-PROCESSA-VENDEDOR THRU 2050-EXIT
051200         UNTIL FIM-VENDEDOR-MASTER.
051300 2000-EXIT.
051400     EXIT.
051500*****************************************************************
051600*    2050-PROCESSA-VENDEDOR                                     *
051700*    VENDEDOR DESLIGADO NAO RECEBE PROPOSTA; O ATIVO RECEBE     *
051800*    UMA PROPOSTA PARA CADA TRIMESTRE DO ANO PROPOSTO           *
051900*****************************************************************
052000 2050-PROCESSA-VENDEDOR.
052100     ADD 1 TO WS-CONTADOR-LIDOS.
052200     IF VM-VENDEDOR-DESLIGADO
052300         ADD 1 TO WS-CONTADOR-DESLIGADOS
052400         GO TO 2050-LER.
052500     ADD 1 TO WS-CONTADOR-ATIVOS.
052600     PERFORM 2100-PROPOE-TRIMESTRE THRU 2100-EXIT
052700         VARYING WS-IND-TRIMESTRE FROM 1 BY 1
052800         UNTIL WS-IND-TRIMESTRE > 4.
052900 2050-LER.
053000     PERFORM 7000-LER-VENDEDOR THRU 7000-EXIT.
053100 2050-EXIT.
053200     EXIT.
053300*****************************************************************
053400*    2100-PROPOE-TRIMESTRE                                      *
053500*    SOMA O TOTAL DO MESMO TRIMESTRE EM CADA ANO DA JANELA,     *
053600*    TIRA A MEDIA DOS ANOS ENCONTRADOS E APLICA O CRESCIMENTO   *
053700*    -- COM MENOS ANOS QUE O MINIMO, OU MEDIA NAO POSITIVA,     *
053800*    VALE A COTA MINIMA. UMA COTA JA CADASTRADA NO MESTRE PARA  *
053900*    O PERIODO E' SO' LISTADA                                   *
054000*****************************************************************
054100 2100-PROPOE-TRIMESTRE.
054200     MOVE SPACES TO REG-PROPOSTA-ORDENADA.
054300     MOVE VM-REGIAO-VENDEDOR    TO PO-REGIAO.
054400     MOVE VM-DESCRICAO-REGIAO   TO PO-DESCRICAO-REGIAO.
054500     MOVE VM-MATRICULA-VENDEDOR TO PO-MATRICULA.
054600     MOVE VM-NOME-VENDEDOR      TO PO-NOME.
054700     MOVE WS-IND-TRIMESTRE      TO PO-TRIMESTRE.
054800     MOVE 'N'  TO PO-TEM-ANTERIOR.
054900     MOVE ZERO TO PO-COTA-ANTERIOR
055000                  PO-REALIZADO-ANTERIOR
055100                  PO-ATING-ANTERIOR
055200                  PO-MEDIA-HISTORICO
055300                  PO-COTA-CADASTRADA.
055400     MOVE ZERO TO WS-ANOS-ENCONTRADOS.
055500     MOVE ZERO TO WS-SOMA-HISTORICO.
055600     MOVE ZERO TO WS-MEDIA-HISTORICO.
055700     PERFORM 2110-LE-ANO-HISTORICO THRU 2110-EXIT
055800         VARYING WS-IND-ANO FROM 1 BY 1
055900         UNTIL WS-IND-ANO > WS-JANELA-ANOS.
056000     MOVE WS-ANOS-ENCONTRADOS TO PO-ANOS-HISTORICO.
056100     IF WS-ANOS-ENCONTRADOS > ZERO
056200         COMPUTE WS-MEDIA-HISTORICO ROUNDED =
056300             WS-SOMA-HISTORICO / WS-ANOS-ENCONTRADOS
056400         MOVE WS-MEDIA-HISTORICO TO PO-MEDIA-HISTORICO
056500     END-IF.
056600     IF WS-ANOS-ENCONTRADOS < WS-MINIMO-ANOS
056700         OR WS-MEDIA-HISTORICO NOT > ZERO
056800         MOVE WS-COTA-MINIMA TO WS-VALOR-PROPOSTO
056900         MOVE 'M' TO PO-SITUACAO
057000     ELSE
057100         COMPUTE WS-VALOR-PROPOSTO ROUNDED =
057200             WS-MEDIA-HISTORICO * (100 + WS-PERC-CRESCIMENTO)
057300             / 100
057400             ON SIZE ERROR
057500                 MOVE 999999,99 TO WS-VALOR-PROPOSTO
057600         END-COMPUTE
057700         MOVE 'H' TO PO-SITUACAO
057800     END-IF.
057900     MOVE WS-VALOR-PROPOSTO TO PO-VALOR-PROPOSTO.
058000     MOVE VM-MATRICULA-VENDEDOR TO QM-MATRICULA-VENDEDOR.
058100     MOVE WS-ANO-PROPOSTO       TO QM-ANO-COTA.
058200     MOVE WS-IND-TRIMESTRE      TO QM-TRIMESTRE-COTA.
058300     READ COTA-MASTER
058400         INVALID KEY
058500             CONTINUE
058600         NOT INVALID KEY
058700             MOVE QM-VALOR-COTA TO PO-COTA-CADASTRADA
058800             MOVE 'J' TO PO-SITUACAO
058900     END-READ.
059000     RELEASE REG-PROPOSTA-ORDENADA.
059100 2100-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    2110-LE-ANO-HISTORICO                                      *
059500*    LE O MESMO TRIMESTRE DE UM ANO DA JANELA NO HISTORICO --   *
059600*    O PRIMEIRO ANO DA JANELA E' O ANO ANTERIOR AO PROPOSTO,    *
059700*    QUE TAMBEM FORNECE A COTA E O REALIZADO DE REFERENCIA      *
059800*****************************************************************
059900 2110-LE-ANO-HISTORICO.
060000     COMPUTE WS-ANO-HISTORICO = WS-ANO-PROPOSTO - WS-IND-ANO.
060100     MOVE VM-MATRICULA-VENDEDOR TO VH-MATRICULA-VENDEDOR.
060200     MOVE WS-ANO-HISTORICO      TO VH-ANO-HISTORICO.
060300     MOVE WS-IND-TRIMESTRE      TO VH-TRIMESTRE-HISTORICO.
060400     READ VENDAS-HISTORICO
060500         INVALID KEY
060600             GO TO 2110-EXIT
060700     END-READ.
060800     ADD 1 TO WS-ANOS-ENCONTRADOS.
060900     ADD VH-TRIMESTRE-TOTAL TO WS-SOMA-HISTORICO.
061000     IF WS-IND-ANO = 1
061100         MOVE 'S'                 TO PO-TEM-ANTERIOR
061200         MOVE VH-COTA-TRIMESTRE   TO PO-COTA-ANTERIOR
061300         MOVE VH-TRIMESTRE-TOTAL  TO PO-REALIZADO-ANTERIOR
061400         MOVE VH-PERC-ATINGIMENTO TO PO-ATING-ANTERIOR
061500     END-IF.
061600 2110-EXIT.
061700     EXIT.
061800*****************************************************************
061900*    3000-IMPRIME-PROPOSTAS                                     *
062000*    PROCEDIMENTO DE SAIDA DA ORDENACAO -- PERCORRE AS          *
062100*    PROPOSTAS JA ORDENADAS POR REGIAO, IMPRIME A LISTAGEM DE   *
062200*    REVISAO COM A QUEBRA DE REGIAO E GRAVA OS MOVIMENTOS       *
062300*****************************************************************
062400 3000-IMPRIME-PROPOSTAS.
062500     PERFORM 3010-RETORNA-ORDENADO THRU 3010-EXIT.
062600     PERFORM 3100-PROCESSA-PROPOSTA THRU 3100-EXIT
062700         UNTIL FIM-SORT-PROPOSTA.
062800     IF NOT PRIMEIRA-REGIAO
062900         PERFORM 3300-IMPRIME-TOTAL-REGIAO THRU 3300-EXIT
063000     END-IF.
063100 3000-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    3010-RETORNA-ORDENADO                                      *
063500*    DEVOLVE A PROXIMA PROPOSTA JA ORDENADA                     *
063600*****************************************************************
063700 3010-RETORNA-ORDENADO.
063800     RETURN PROPOSTA-SORT-FILE
063900         AT END MOVE 'S' TO WS-FIM-SORT-PROPOSTA
064000     END-RETURN.
064100 3010-EXIT.
064200     EXIT.
064300*****************************************************************
064400*    3100-PROCESSA-PROPOSTA                                     *
064500*    DETECTA A QUEBRA DE REGIAO, IMPRIME A LINHA DA PROPOSTA,   *
064600*    ACUMULA OS TOTAIS E GRAVA O MOVIMENTO DE INCLUSAO          *
064700*****************************************************************
064800 3100-PROCESSA-PROPOSTA.
064900     IF PRIMEIRA-REGIAO OR PO-REGIAO NOT = WS-REGIAO-ANTERIOR
065000         IF NOT PRIMEIRA-REGIAO
065100             PERFORM 3300-IMPRIME-TOTAL-REGIAO THRU 3300-EXIT
065200         END-IF
065300         PERFORM 3200-IMPRIME-CABECALHO-REGIAO THRU 3200-EXIT
065400     END-IF.
065500     IF PO-MATRICULA NOT = WS-MATRICULA-ANTERIOR
065600         ADD 1 TO WS-REG-VENDEDORES
065700         MOVE PO-MATRICULA TO WS-MATRICULA-ANTERIOR
065800     END-IF.
065900     PERFORM 3400-MONTA-DETALHE THRU 3400-EXIT.
066000     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
066100         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
066200     END-IF.
066300     WRITE LINHA-PROPOSTA FROM WS-PRP-LINHA-DETALHE
066400         AFTER ADVANCING 1 LINE.
066500     ADD 1 TO WS-LINHAS-NA-PAGINA.
066600     IF PO-TEM-ANTERIOR = 'S'
066700         ADD PO-COTA-ANTERIOR      TO WS-REG-COTA-ANTERIOR
066800         ADD PO-REALIZADO-ANTERIOR TO WS-REG-REALIZADO-ANTERIOR
066900     END-IF.
067000     IF PO-JA-CADASTRADA
067100         ADD 1 TO WS-CONTADOR-CADASTRADAS
067200         GO TO 3100-LER.
067300     IF PO-PROPOSTA-MINIMA
067400         ADD 1 TO WS-CONTADOR-MINIMA
067500     ELSE
067600         ADD 1 TO WS-CONTADOR-HISTORICO
067700     END-IF.
067800     ADD PO-VALOR-PROPOSTO TO WS-REG-PROPOSTO.
067900     PERFORM 3500-GRAVA-MOVIMENTO THRU 3500-EXIT.
068000 3100-LER.
068100     PERFORM 3010-RETORNA-ORDENADO THRU 3010-EXIT.
068200 3100-EXIT.
068300     EXIT.
068400*****************************************************************
068500*    3200-IMPRIME-CABECALHO-REGIAO                              *
068600*    ABRE A QUEBRA DA REGIAO -- ZERA OS TOTAIS DA REGIAO E      *
068700*    IMPRIME A LINHA DE IDENTIFICACAO DELA                      *
068800*****************************************************************
068900 3200-IMPRIME-CABECALHO-REGIAO.
069000     MOVE 'N'       TO WS-PRIMEIRA-REGIAO-SW.
069100     MOVE PO-REGIAO TO WS-REGIAO-ANTERIOR.
069200     MOVE ZERO      TO WS-MATRICULA-ANTERIOR.
069300     MOVE ZERO      TO WS-REG-VENDEDORES
069400                       WS-REG-COTA-ANTERIOR
069500                       WS-REG-REALIZADO-ANTERIOR
069600                       WS-REG-PROPOSTO.
069700     IF WS-LINHAS-NA-PAGINA + 6 > WS-MAX-LINHAS-PAGINA
069800         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
069900     END-IF.
070000     MOVE PO-REGIAO           TO WS-PRP-REG-CODIGO.
070100     MOVE PO-DESCRICAO-REGIAO TO WS-PRP-REG-DESCRICAO.
070200     WRITE LINHA-PROPOSTA FROM WS-PRP-LINHA-REGIAO
070300         AFTER ADVANCING 1 LINE.
070400     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
070500         AFTER ADVANCING 1 LINE.
070600     ADD 2 TO WS-LINHAS-NA-PAGINA.
070700 3200-EXIT.
070800     EXIT.
070900*****************************************************************
071000*    3300-IMPRIME-TOTAL-REGIAO                                  *
071100*    IMPRIME O TOTAL DA REGIAO EM QUEBRA E O SOMA NO TOTAL DA   *
071200*    EMPRESA -- O TOTAL PROPOSTO SO' INCLUI O QUE VIROU         *
071300*    MOVIMENTO                                                  *
071400*****************************************************************
071500 3300-IMPRIME-TOTAL-REGIAO.
071600     IF WS-LINHAS-NA-PAGINA + 3 > WS-MAX-LINHAS-PAGINA
071700         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
071800     END-IF.
071900     MOVE 'TOTAL DA REGIAO'         TO WS-PRP-TOT-ROTULO.
072000     MOVE WS-REG-VENDEDORES         TO WS-PRP-TOT-VENDEDORES.
072100     MOVE WS-REG-COTA-ANTERIOR      TO WS-PRP-TOT-COTA-ANT.
072200     MOVE WS-REG-REALIZADO-ANTERIOR TO WS-PRP-TOT-REAL-ANT.
072300     MOVE WS-REG-PROPOSTO           TO WS-PRP-TOT-PROPOSTO.
072400     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
072500         AFTER ADVANCING 1 LINE.
072600     WRITE LINHA-PROPOSTA FROM WS-PRP-LINHA-TOTAL
072700         AFTER ADVANCING 1 LINE.
072800     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
072900         AFTER ADVANCING 1 LINE.
073000     ADD 3 TO WS-LINHAS-NA-PAGINA.
073100     ADD WS-REG-COTA-ANTERIOR      TO WS-EMP-COTA-ANTERIOR.
073200     ADD WS-REG-REALIZADO-ANTERIOR TO WS-EMP-REALIZADO-ANTERIOR.
073300     ADD WS-REG-PROPOSTO           TO WS-EMP-PROPOSTO.
073400 3300-EXIT.
073500     EXIT.
073600*****************************************************************
073700*    3400-MONTA-DETALHE                                         *
073800*    EDITA A LINHA DA PROPOSTA -- O ANO ANTERIOR E A MEDIA      *
073900*    SAEM EM BRANCO QUANDO NAO HA HISTORICO                     *
074000*****************************************************************
074100 3400-MONTA-DETALHE.
074200     MOVE PO-MATRICULA      TO WS-PRP-MATRICULA.
074300     MOVE PO-NOME           TO WS-PRP-NOME.
074400     MOVE PO-TRIMESTRE      TO WS-PRP-TRIMESTRE.
074500     MOVE PO-ANOS-HISTORICO TO WS-PRP-ANOS.
074600     MOVE PO-VALOR-PROPOSTO TO WS-PRP-PROPOSTA.
074700     IF PO-TEM-ANTERIOR = 'S'
074800         MOVE PO-COTA-ANTERIOR      TO WS-ED-VALOR
074900         MOVE WS-ED-VALOR           TO WS-PRP-COTA-ANT
075000         MOVE PO-REALIZADO-ANTERIOR TO WS-ED-VALOR
075100         MOVE WS-ED-VALOR           TO WS-PRP-REAL-ANT
075200         MOVE PO-ATING-ANTERIOR     TO WS-ED-PERC
075300         MOVE WS-ED-PERC            TO WS-PRP-ATING-ANT
075400     ELSE
075500         MOVE SPACES TO WS-PRP-COTA-ANT
075600         MOVE SPACES TO WS-PRP-REAL-ANT
075700         MOVE SPACES TO WS-PRP-ATING-ANT
075800     END-IF.
075900     IF PO-ANOS-HISTORICO > ZERO
076000         MOVE PO-MEDIA-HISTORICO TO WS-ED-VALOR
076100         MOVE WS-ED-VALOR        TO WS-PRP-MEDIA
076200     ELSE
076300         MOVE SPACES TO WS-PRP-MEDIA
076400     END-IF.
076500     MOVE SPACES TO WS-PRP-SITUACAO.
076600     IF PO-JA-CADASTRADA
076700         MOVE PO-COTA-CADASTRADA TO WS-ED-COTA-CADASTRADA
076800         STRING 'JA CADASTRADA ' WS-ED-COTA-CADASTRADA
076900             DELIMITED BY SIZE INTO WS-PRP-SITUACAO
077000     ELSE
077100         IF PO-PROPOSTA-MINIMA
077200             MOVE 'COTA MINIMA' TO WS-PRP-SITUACAO
077300         ELSE
077400             MOVE 'MEDIA + CRESCIMENTO' TO WS-PRP-SITUACAO
077500         END-IF
077600     END-IF.
077700 3400-EXIT.
077800     EXIT.
077900*****************************************************************
078000*    3500-GRAVA-MOVIMENTO                                       *
078100*    GRAVA O MOVIMENTO DE INCLUSAO DA COTA PROPOSTA PARA O      *
078200*    COTAMNT                                                    *
078300*****************************************************************
078400 3500-GRAVA-MOVIMENTO.
078500     MOVE SPACES            TO REGISTRO-MOVIMENTO-COTA.
078600     MOVE 'I'               TO MV-TIPO-MOVIMENTO.
078700     MOVE PO-MATRICULA      TO MV-MATRICULA-VENDEDOR.
078800     MOVE WS-ANO-PROPOSTO   TO MV-ANO-COTA.
078900     MOVE PO-TRIMESTRE      TO MV-TRIMESTRE-COTA.
079000     MOVE PO-VALOR-PROPOSTO TO MV-VALOR-COTA.
079100     WRITE REGISTRO-MOVIMENTO-COTA.
079200     ADD 1 TO WS-CONTADOR-MOVIMENTOS.
079300 3500-EXIT.
079400     EXIT.
079500*****************************************************************
079600*    4000-IMPRIME-RODAPE                                        *
079700*    IMPRIME O TOTAL DA EMPRESA E OS CONTADORES DA EXECUCAO, E  *
079800*    RESUME NO CONSOLE                                          *
079900*****************************************************************
080000 4000-IMPRIME-RODAPE.
080100     IF WS-LINHAS-NA-PAGINA + 4 > WS-MAX-LINHAS-PAGINA
080200         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
080300     END-IF.
080400     MOVE 'TOTAL DA EMPRESA'        TO WS-PRP-TOT-ROTULO.
080500     MOVE WS-CONTADOR-ATIVOS        TO WS-PRP-TOT-VENDEDORES.
080600     MOVE WS-EMP-COTA-ANTERIOR      TO WS-PRP-TOT-COTA-ANT.
080700     MOVE WS-EMP-REALIZADO-ANTERIOR TO WS-PRP-TOT-REAL-ANT.
080800     MOVE WS-EMP-PROPOSTO           TO WS-PRP-TOT-PROPOSTO.
080900     MOVE WS-CONTADOR-ATIVOS        TO WS-ROD-ATIVOS.
081000     MOVE WS-CONTADOR-DESLIGADOS    TO WS-ROD-DESLIGADOS.
081100     MOVE WS-CONTADOR-HISTORICO     TO WS-ROD-HISTORICO.
081200     MOVE WS-CONTADOR-MINIMA        TO WS-ROD-MINIMA.
081300     MOVE WS-CONTADOR-CADASTRADAS   TO WS-ROD-CADASTRADAS.
081400     MOVE WS-CONTADOR-MOVIMENTOS    TO WS-ROD-MOVIMENTOS.
081500     WRITE LINHA-PROPOSTA FROM WS-PRP-LINHA-TOTAL
081600         AFTER ADVANCING 1 LINE.
081700     WRITE LINHA-PROPOSTA FROM WS-LINHA-BRANCO
081800         AFTER ADVANCING 1 LINE.
081900     WRITE LINHA-PROPOSTA FROM WS-LINHA-RODAPE-PROPOSTA-1
082000         AFTER ADVANCING 1 LINE.
082100     WRITE LINHA-PROPOSTA FROM WS-LINHA-RODAPE-PROPOSTA-2
082200         AFTER ADVANCING 1 LINE.
082300     ADD 4 TO WS-LINHAS-NA-PAGINA.
082400     DISPLAY 'COTAPROP -- ANO ' WS-ANO-PROPOSTO ': '
082500         WS-CONTADOR-MOVIMENTOS ' MOVIMENTO(S) DE INCLUSAO '
082600         'GRAVADO(S), ' WS-CONTADOR-CADASTRADAS
082700         ' COTA(S) JA CADASTRADA(S)'.
082800 4000-EXIT.
082900     EXIT.
083000*****************************************************************
083100*    7000-LER-VENDEDOR                                          *
083200*    LE O PROXIMO VENDEDOR DO MESTRE EM ORDEM DE MATRICULA      *
083300*****************************************************************
083400 7000-LER-VENDEDOR.
083500     READ VENDEDOR-MASTER
083600         AT END MOVE 'S' TO WS-FIM-VENDEDOR-MASTER
083700     END-READ.
083800 7000-EXIT.
083900     EXIT.
084000*****************************************************************
084100*    8000-FINALIZACAO                                           *
084200*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO              *
084300*****************************************************************
084400 8000-FINALIZACAO.
084500     CLOSE VENDEDOR-MASTER
084600           VENDAS-HISTORICO
084700           COTA-MASTER
084800           ARQUIVO-MOVIMENTO-COTA
084900           RELAT-PROPOSTA.
085000 8000-EXIT.
085100     EXIT.
