000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXTCOMIS.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. O EXTRATO TRAZ A COMISSAO INDIVIDUAL DE CADA
000800     VENDEDOR -- DISTRIBUIR SOMENTE AO PROPRIO VENDEDOR E AO
000900     GERENTE DA REGIAO.
001000*****************************************************************
001100*                                                               *
001200*    UM RESUMO DO PROGRAMA EXTCOMIS --                          *
001300*                                                               *
001400*    EXTCOMIS IMPRIME O EXTRATO INDIVIDUAL DE COMISSAO DO       *
001500*    PERIODO DO CARTAO DE PARAMETRO (AAAAT) -- UMA PAGINA POR   *
001600*    MATRICULA DO ARQUIVO-COMISSAO, NA MESMA ORDEM REGIAO/NOME  *
001700*    EM QUE O QUARTER O GRAVOU, PARA QUE AS PAGINAS SEJAM       *
001800*    SEPARADAS E ENVIADAS AOS GERENTES REGIONAIS. CADA PAGINA   *
001900*    TRAZ:                                                      *
002000*                                                               *
002100*    1. O NOME E A REGIAO DO VENDEDOR NO VENDEDOR-MASTER;       *
002200*    2. OS TRES VALORES MENSAIS DO REGISTRO DE VENDA E OS       *
002300*       REGISTROS DE AJUSTE ('A') DO ARQUIVO-VENDAS QUE         *
002400*       COMPOEM O TOTAL DO TRIMESTRE;                           *
002500*    3. A COTA DO COTA-MASTER, O PERCENTUAL DE ATINGIMENTO, A   *
002600*       FAIXA APLICADA E O VALOR DA COMISSAO;                   *
002700*    4. O QUE O LIVRO-RAZAO DA FOLHA (FOLHA-LEDGER) REGISTRA    *
002800*       COMO REALMENTE ENVIADO A FOLHA EM CADA TRIMESTRE DO     *
002900*       ANO ATE O PERIODO, COM OS AJUSTES EMITIDOS PELO         *
003000*       FOLHADJ.                                                *
003100*                                                               *
003200*    OS LANCAMENTOS DO ARQUIVO-VENDAS (ORDEM DO CRM) SAO        *
003300*    ASSOCIADOS AS COMISSOES POR MATRICULA NUMA PRIMEIRA        *
003400*    ORDENACAO E DEVOLVIDOS A ORDEM DO ARQUIVO-COMISSAO NUMA    *
003500*    SEGUNDA. REGISTROS QUE A CRITICA DO QUARTER REJEITA NAO    *
003600*    ENTRAM NO EXTRATO. ATE AQUI O VENDEDOR SO' RECEBIA UMA     *
003700*    COPIA DA SUA LINHA DO RELAT-COMISSAO. O PROGRAMA SO'       *
003800*    CONSULTA -- NENHUM ARQUIVO MESTRE E' ALTERADO.             *
003900*                                                               *
004000*****************************************************************
004100*                                                               *
004200*    HISTORICO DE ALTERACOES --                                 *
004300*                                                               *
004400*    03/09/2026  RMS  PROGRAMA ORIGINAL -- EXTRATO INDIVIDUAL   *
004500*                     DE COMISSAO POR VENDEDOR.                 *
004510*    04/09/2026  RMS  O RESUMO APONTA A COTA PRORRATEADA PELOS  *
004520*                     MESES TRABALHADOS E A COMISSAO RETIDA DO  *
004530*                     VENDEDOR DESLIGADO.                       *
004540*    10/09/2026  RMS  A PARTE DE CREDITO DIVIDIDO (TIPO 'S') DO *
004550*                     ARQUIVO-VENDAS ENTRA NO EXTRATO COMO      *
004560*                     LANCAMENTO PROPRIO, SEM CONTAR COMO       *
004570*                     SEGUNDA VENDA DA MATRICULA.               *
004576*    11/09/2026  RMS  A NOTA DE COMISSAO RETIDA DO DESLIGADO   *
004582*                     PASSOU A SEGUIR O RAZAO DA FOLHA -- SO'   *
004588*                     SAI SEM LANCAMENTO DE COMISSAO DO         *
004594*                     PERIODO E COM COMISSAO DIFERENTE DE ZERO. *
004600*                                                               *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200 SPECIAL-NAMES.
005300     DECIMAL-POINT IS COMMA.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT ARQUIVO-VENDAS ASSIGN TO VENDAS
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT ARQUIVO-COMISSAO ASSIGN TO ARQCOM
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-STATUS-COMISSAO.
006100     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS VM-MATRICULA-VENDEDOR
006500         FILE STATUS IS WS-STATUS-VENDEDOR.
006600     SELECT COTA-MASTER ASSIGN TO COTAMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS QM-CHAVE-COTA
007000         FILE STATUS IS WS-STATUS-COTA-MASTER.
007100     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS FL-CHAVE-LEDGER
007500         FILE STATUS IS WS-STATUS-LEDGER.
007600     SELECT EXTRATO-SORT-FILE ASSIGN TO SRTEXT.
007700     SELECT ARQUIVO-EXTRATO ASSIGN TO EXTRWK
007800         ORGANIZATION IS SEQUENTIAL.
007900     SELECT EXTRATO-ORD-SORT-FILE ASSIGN TO SRTEXO.
008000     SELECT ARQUIVO-EXTRATO-ORD ASSIGN TO EXTRORD
008100         ORGANIZATION IS SEQUENTIAL.
008200     SELECT RELAT-EXTRATO ASSIGN TO RELEXTR
008300         ORGANIZATION IS SEQUENTIAL.
008400 DATA DIVISION.
008500 FILE SECTION.
008600*****************************************************************
008700*    ARQUIVO-VENDAS -- ENTRADA, O MESMO ARQUIVO DE VENDAS DO    *
008800*    TRIMESTRE LIDO PELO QUARTER, COM O REGISTRO DE CONTROLE    *
008900*    DO CRMCONV NO FINAL                                        *
009000*****************************************************************
009100 FD  ARQUIVO-VENDAS
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400     COPY VENDAREG.
009500*****************************************************************
009600*    ARQUIVO-COMISSAO -- ENTRADA, A COMISSAO DE CADA VENDEDOR   *
009700*    GRAVADA PELO QUARTER NA ORDEM REGIAO/NOME                  *
009800*****************************************************************
009900 FD  ARQUIVO-COMISSAO
010000     LABEL RECORDS ARE STANDARD.
010100     COPY COMISREG.
010200*****************************************************************
010300*    VENDEDOR-MASTER -- ENTRADA, NOME E REGIAO DO VENDEDOR      *
010400*****************************************************************
010500 FD  VENDEDOR-MASTER
010600     LABEL RECORDS ARE STANDARD.
010700     COPY VENDMAST.
010800*****************************************************************
010900*    COTA-MASTER -- ENTRADA, A COTA DO VENDEDOR NO PERIODO      *
011000*****************************************************************
011100 FD  COTA-MASTER
011200     LABEL RECORDS ARE STANDARD.
011300     COPY COTAMAST.
011400*****************************************************************
011500*    FOLHA-LEDGER -- ENTRADA, O LIVRO-RAZAO DE COMISSOES        *
011600*    ENVIADAS A FOLHA DE PAGAMENTO                              *
011700*****************************************************************
011800 FD  FOLHA-LEDGER
011900     LABEL RECORDS ARE STANDARD.
012000     COPY FOLHALED.
012100*****************************************************************
012200*    EXTRATO-SORT-FILE -- TRABALHO, OS LANCAMENTOS DE VENDA     *
012300*    ('V') E AS COMISSOES ('C') ORDENADOS POR MATRICULA, PARA   *
012400*    QUE CADA LANCAMENTO RECEBA A POSICAO DA SUA COMISSAO NO    *
012500*    ARQUIVO-COMISSAO                                           *
012600*****************************************************************
012700 SD  EXTRATO-SORT-FILE.
012800 01  REG-EXTRATO-ORDENADO.
012900     05  ES-ORDEM-COMISSAO            PIC 9(06).
013000     05  ES-MATRICULA                 PIC 9(06).
013100     05  ES-TIPO-LINHA                PIC X(01).
013200         88  ES-LINHA-COMISSAO                 VALUE 'C'.
013300         88  ES-LINHA-VENDA                    VALUE 'V'.
013400     05  ES-SEQUENCIA                 PIC 9(06).
013500     05  ES-NOME                      PIC X(15).
013600     05  ES-DADOS-VENDA.
013700         10  ES-VENDA-MES-1           PIC S9(4)V99.
013800         10  ES-VENDA-MES-2           PIC S9(4)V99.
013900         10  ES-VENDA-MES-3           PIC S9(4)V99.
014000         10  ES-TIPO-VENDA            PIC X(01).
014100             88  ES-VENDA-AJUSTE               VALUE 'A'.
014110             88  ES-VENDA-DIVIDIDA             VALUE 'S'.
014200         10  FILLER                   PIC X(27).
014300     05  ES-DADOS-COMISSAO REDEFINES ES-DADOS-VENDA.
014400         10  ES-CM-TRIMESTRE          PIC S9(6)V99.
014500         10  ES-CM-COTA               PIC S9(6)V99.
014600         10  ES-CM-PERC-ATINGIMENTO   PIC S9(3)V99.
014700         10  ES-CM-FAIXA              PIC X(08).
014800         10  ES-CM-VALOR-COMISSAO     PIC S9(7)V99.
014900         10  FILLER                   PIC X(08).
015000*****************************************************************
015100*    ARQUIVO-EXTRATO -- TRABALHO, OS LANCAMENTOS JA COM A       *
015200*    POSICAO DA COMISSAO, PARA A SEGUNDA ORDENACAO              *
015300*****************************************************************
015400 FD  ARQUIVO-EXTRATO
015500     LABEL RECORDS ARE STANDARD
015600     RECORD CONTAINS 80 CHARACTERS.
015700 01  REG-EXTRATO-TRABALHO             PIC X(80).
015800*****************************************************************
015900*    EXTRATO-ORD-SORT-FILE -- TRABALHO, OS LANCAMENTOS          *
016000*    DEVOLVIDOS A ORDEM DO ARQUIVO-COMISSAO (REGIAO/NOME), A    *
016100*    COMISSAO A FRENTE DOS SEUS LANCAMENTOS                     *
016200*****************************************************************
016300 SD  EXTRATO-ORD-SORT-FILE.
016400 01  REG-EXTRATO-REORDENADO.
016500     05  EO-ORDEM-COMISSAO            PIC 9(06).
016600     05  EO-MATRICULA                 PIC 9(06).
016700     05  EO-TIPO-LINHA                PIC X(01).
016800     05  EO-SEQUENCIA                 PIC 9(06).
016900     05  FILLER                       PIC X(61).
017000*****************************************************************
017100*    ARQUIVO-EXTRATO-ORD -- TRABALHO, OS LANCAMENTOS NA ORDEM   *
017200*    DE IMPRESSAO, LIDOS EM 3000-IMPRIME-EXTRATOS               *
017300*****************************************************************
017400 FD  ARQUIVO-EXTRATO-ORD
017500     LABEL RECORDS ARE STANDARD
017600     RECORD CONTAINS 80 CHARACTERS.
017700 01  REG-EXTRATO.
017800     05  EX-ORDEM-COMISSAO            PIC 9(06).
017900     05  EX-MATRICULA                 PIC 9(06).
018000     05  EX-TIPO-LINHA                PIC X(01).
018100         88  EX-LINHA-COMISSAO                 VALUE 'C'.
018200         88  EX-LINHA-VENDA                    VALUE 'V'.
018300     05  EX-SEQUENCIA                 PIC 9(06).
018400     05  EX-NOME                      PIC X(15).
018500     05  EX-DADOS-VENDA.
018600         10  EX-VENDA-MES-1           PIC S9(4)V99.
018700         10  EX-VENDA-MES-2           PIC S9(4)V99.
018800         10  EX-VENDA-MES-3           PIC S9(4)V99.
018900         10  EX-TIPO-VENDA            PIC X(01).
019000             88  EX-VENDA-AJUSTE               VALUE 'A'.
019010             88  EX-VENDA-DIVIDIDA             VALUE 'S'.
019100         10  FILLER                   PIC X(27).
019200     05  EX-DADOS-COMISSAO REDEFINES EX-DADOS-VENDA.
019300         10  EX-CM-TRIMESTRE          PIC S9(6)V99.
019400         10  EX-CM-COTA               PIC S9(6)V99.
019500         10  EX-CM-PERC-ATINGIMENTO   PIC S9(3)V99.
019600         10  EX-CM-FAIXA              PIC X(08).
019700         10  EX-CM-VALOR-COMISSAO     PIC S9(7)V99.
019800         10  FILLER                   PIC X(08).
019900*****************************************************************
020000*    RELAT-EXTRATO -- SAIDA, OS EXTRATOS, UMA PAGINA POR        *
020100*    MATRICULA                                                  *
020200*****************************************************************
020300 FD  RELAT-EXTRATO
020400     LABEL RECORDS ARE STANDARD
020500     RECORD CONTAINS 132 CHARACTERS.
020600 01  LINHA-EXTRATO                    PIC X(132).
020700 WORKING-STORAGE SECTION.
020800*****************************************************************
020900*    CHAVES, SITUACOES DE ARQUIVO E CONTADORES DE CONTROLE      *
021000*****************************************************************
021100 77  WS-FIM-ARQUIVO-VENDAS            PIC X(01) VALUE 'N'.
021200     88  FIM-ARQUIVO-VENDAS                     VALUE 'S'.
021300 77  WS-FIM-ARQUIVO-COMISSAO          PIC X(01) VALUE 'N'.
021400     88  FIM-ARQUIVO-COMISSAO                   VALUE 'S'.
021500 77  WS-FIM-SORT-EXTRATO              PIC X(01) VALUE 'N'.
021600     88  FIM-SORT-EXTRATO                       VALUE 'S'.
021700 77  WS-FIM-EXTRATO-ORD               PIC X(01) VALUE 'N'.
021800     88  FIM-EXTRATO-ORD                        VALUE 'S'.
021900 77  WS-EXTRATO-ABERTO-SW             PIC X(01) VALUE 'N'.
022000     88  EXTRATO-ABERTO                         VALUE 'S'.
022100 77  WS-GRUPO-COM-COMISSAO-SW         PIC X(01) VALUE 'N'.
022200     88  GRUPO-COM-COMISSAO                     VALUE 'S'.
022300 77  WS-VENDA-NORMAL-VISTA-SW         PIC X(01) VALUE 'N'.
022400     88  VENDA-NORMAL-VISTA                     VALUE 'S'.
022500 77  WS-VENDEDOR-NO-MESTRE-SW         PIC X(01) VALUE 'N'.
022600     88  VENDEDOR-NO-MESTRE                     VALUE 'S'.
022610 77  WS-VENDEDOR-DESLIGADO-SW         PIC X(01) VALUE 'N'.
022620     88  VENDEDOR-DESLIGADO                     VALUE 'S'.
022646 77  WS-COMISSAO-RETIDA-SW            PIC X(01) VALUE 'N'.
022672     88  COMISSAO-RETIDA                        VALUE 'S'.
022700 77  WS-COTA-NO-MESTRE-SW             PIC X(01) VALUE 'N'.
022800     88  COTA-NO-MESTRE                         VALUE 'S'.
022900 77  WS-VENDEDOR-DISPONIVEL-SW        PIC X(01) VALUE 'N'.
023000     88  VENDEDOR-MASTER-DISPONIVEL             VALUE 'S'.
023100 77  WS-COTA-MASTER-DISPONIVEL-SW     PIC X(01) VALUE 'N'.
023200     88  COTA-MASTER-DISPONIVEL                 VALUE 'S'.
023300 77  WS-LEDGER-DISPONIVEL-SW          PIC X(01) VALUE 'N'.
023400     88  LEDGER-DISPONIVEL                      VALUE 'S'.
023500 77  WS-STATUS-COMISSAO               PIC X(02) VALUE SPACES.
023600 77  WS-STATUS-VENDEDOR               PIC X(02) VALUE SPACES.
023700 77  WS-STATUS-COTA-MASTER            PIC X(02) VALUE SPACES.
023800 77  WS-STATUS-LEDGER                 PIC X(02) VALUE SPACES.
023900 77  WS-SEQUENCIA-VENDA               PIC 9(06) VALUE ZERO.
024000 77  WS-ORDEM-COMISSAO                PIC 9(06) VALUE ZERO.
024100 77  WS-MATRICULA-GRUPO               PIC 9(06) VALUE ZERO.
024200 77  WS-ORDEM-GRUPO                   PIC 9(06) VALUE ZERO.
024300 77  WS-TRIMESTRE-RAZAO               PIC 9(01) VALUE ZERO.
024400 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
024500 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
024600 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
024700*****************************************************************
024800*    LINHAS QUE O FECHAMENTO DE UM EXTRATO OCUPA (RESUMO DA     *
024900*    COMISSAO E QUADRO DO RAZAO) -- SE NAO COUBEREM NA PAGINA,  *
025000*    O EXTRATO CONTINUA NA SEGUINTE                             *
025100*****************************************************************
025200 77  WS-LINHAS-FECHAMENTO             PIC 9(02) COMP VALUE 22.
025300*****************************************************************
025400*    PERIODO DO EXTRATO (ANO/TRIMESTRE), RECEBIDO DO OPERADOR   *
025500*    VIA CARTAO DE PARAMETRO (SYSIN) NO MESMO FORMATO AAAAT DO  *
025600*    QUARTER -- SEM CARTAO VALIDO A EXECUCAO E' INTERROMPIDA,   *
025700*    POIS A COTA E O RAZAO SAO LIDOS PELO PERIODO               *
025800*****************************************************************
025900 77  WS-PARM-PERIODO                  PIC X(05) VALUE SPACES.
026000 77  WS-PARM-ANO                      PIC 9(04) VALUE ZERO.
026100 77  WS-PARM-TRIMESTRE                PIC 9(01) VALUE ZERO.
026200 77  WS-PARM-PERIODO-VALIDO-SW        PIC X(01) VALUE 'N'.
026300     88  WS-PARM-PERIODO-VALIDO              VALUE 'S'.
026400 77  WS-ANO-ATUAL                     PIC 9(04) VALUE ZERO.
026500 77  WS-TRIMESTRE-ATUAL               PIC 9(01) VALUE ZERO.
026600*****************************************************************
026700*    A COMISSAO DO EXTRATO EM IMPRESSAO, GUARDADA NA ABERTURA   *
026800*    PARA O RESUMO NO FECHAMENTO, E AS SOMAS DOS LANCAMENTOS    *
026900*****************************************************************
027000 01  WS-EXTRATO-ATUAL.
027100     05  WS-EXT-ATU-MATRICULA         PIC 9(06).
027200     05  WS-EXT-ATU-NOME              PIC X(15).
027300     05  WS-EXT-ATU-REGIAO            PIC X(04).
027400     05  WS-EXT-ATU-DESCRICAO         PIC X(20).
027500     05  WS-EXT-ATU-TRIMESTRE         PIC S9(6)V99 COMP-3.
027600     05  WS-EXT-ATU-COTA              PIC S9(6)V99 COMP-3.
027700     05  WS-EXT-ATU-COTA-MESTRE       PIC S9(6)V99 COMP-3.
027800     05  WS-EXT-ATU-PERC              PIC S9(3)V99 COMP-3.
027900     05  WS-EXT-ATU-FAIXA             PIC X(08).
028000     05  WS-EXT-ATU-COMISSAO          PIC S9(7)V99 COMP-3.
028100     05  WS-EXT-ATU-LANCAMENTOS       PIC 9(04) COMP-3.
028200 01  WS-SOMA-LANCAMENTOS.
028300     05  WS-SOMA-MES-1                PIC S9(7)V99 COMP-3.
028400     05  WS-SOMA-MES-2                PIC S9(7)V99 COMP-3.
028500     05  WS-SOMA-MES-3                PIC S9(7)V99 COMP-3.
028600     05  WS-SOMA-TOTAL                PIC S9(7)V99 COMP-3.
028700 77  WS-TOTAL-LANCAMENTO              PIC S9(7)V99 COMP-3
028800                                              VALUE ZERO.
028900 77  WS-DIFERENCA-APURACAO            PIC S9(7)V99 COMP-3
029000                                              VALUE ZERO.
029100*****************************************************************
029200*    VALORES DO RAZAO POR TRIMESTRE E ACUMULADOS NO ANO         *
029300*****************************************************************
029400 01  WS-RAZAO-TRIMESTRE.
029500     05  WS-RAZ-ORIGINAL              PIC S9(7)V99 COMP-3.
029600     05  WS-RAZ-AJUSTES               PIC S9(7)V99 COMP-3.
029700     05  WS-RAZ-ENVIADO               PIC S9(7)V99 COMP-3.
029800 01  WS-RAZAO-ANO.
029900     05  WS-RAZ-ANO-ORIGINAL          PIC S9(8)V99 COMP-3.
030000     05  WS-RAZ-ANO-AJUSTES           PIC S9(8)V99 COMP-3.
030100     05  WS-RAZ-ANO-ENVIADO           PIC S9(8)V99 COMP-3.
030200*****************************************************************
030300*    TOTAIS DA EMISSAO, RESUMIDOS NO CONSOLE AO FINAL           *
030400*****************************************************************
030500 01  WS-TOTAIS-EMISSAO.
030600     05  WS-CONTADOR-EXTRATOS         PIC 9(06) COMP-3 VALUE ZERO.
030700     05  WS-CONTADOR-LANCAMENTOS      PIC 9(06) COMP-3 VALUE ZERO.
030800     05  WS-CONTADOR-DESCARTADOS      PIC 9(06) COMP-3 VALUE ZERO.
030900     05  WS-CONTADOR-DUPLICADOS       PIC 9(06) COMP-3 VALUE ZERO.
031000     05  WS-CONTADOR-SEM-COMISSAO     PIC 9(06) COMP-3 VALUE ZERO.
031100     05  WS-CONTADOR-DIVERGENTES      PIC 9(06) COMP-3 VALUE ZERO.
031200 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
031300*****************************************************************
031400*    CAMPOS DE EDICAO -- AS COLUNAS DE VALOR DO RESUMO E DO     *
031500*    RAZAO SAO ALFANUMERICAS PARA QUE UM VALOR AUSENTE SAIA EM  *
031600*    BRANCO; A DATA DO RAZAO (AAAAMMDD) SAI COMO DD/MM/AAAA     *
031700*****************************************************************
031800 77  WS-ED-VALOR                      PIC -Z.ZZZ.ZZ9,99.
031900 01  WS-ED-DATA.
032000     05  WS-ED-DATA-DIA               PIC X(02).
032100     05  FILLER                       PIC X(01) VALUE '/'.
032200     05  WS-ED-DATA-MES               PIC X(02).
032300     05  FILLER                       PIC X(01) VALUE '/'.
032400     05  WS-ED-DATA-ANO               PIC X(04).
032500*****************************************************************
032600*    RELAT-EXTRATO -- LINHAS DE CABECALHO, IDENTIFICACAO,       *
032700*    LANCAMENTOS, RESUMO E QUADRO DO RAZAO                      *
032800*****************************************************************
032900 01  WS-EXT-CABECALHO-1.
033000     05  FILLER                       PIC X(002) VALUE SPACES.
033100     05  FILLER                       PIC X(040) VALUE
033200         'EXTRATO INDIVIDUAL DE COMISSAO'.
033300     05  FILLER                       PIC X(008) VALUE
033400         'PERIODO'.
033500     05  WS-EXT-C1-ANO                PIC 9(04).
033600     05  FILLER                       PIC X(001) VALUE 'T'.
033700     05  WS-EXT-C1-TRIMESTRE          PIC 9(01).
033800     05  FILLER                       PIC X(006) VALUE SPACES.
033900     05  FILLER                       PIC X(007) VALUE
034000         'PAGINA'.
034100     05  WS-EXT-C1-PAGINA             PIC ZZ9.
034200     05  FILLER                       PIC X(060) VALUE SPACES.
034300 01  WS-EXT-CABECALHO-2.
034400     05  FILLER                       PIC X(002) VALUE SPACES.
034500     05  FILLER                       PIC X(010) VALUE
034600         'MATRICULA'.
034700     05  WS-EXT-C2-MATRICULA          PIC 9(06).
034800     05  FILLER                       PIC X(004) VALUE SPACES.
034900     05  FILLER                       PIC X(005) VALUE
035000         'NOME'.
035100     05  WS-EXT-C2-NOME               PIC X(15).
035200     05  FILLER                       PIC X(004) VALUE SPACES.
035300     05  FILLER                       PIC X(007) VALUE
035400         'REGIAO'.
035500     05  WS-EXT-C2-REGIAO             PIC X(04).
035600     05  FILLER                       PIC X(003) VALUE ' - '.
035700     05  WS-EXT-C2-DESCRICAO          PIC X(20).
035800     05  FILLER                       PIC X(004) VALUE SPACES.
035900     05  WS-EXT-C2-CONTINUACAO        PIC X(014).
036000     05  FILLER                       PIC X(034) VALUE SPACES.
036100 01  WS-EXT-CABECALHO-3.
036200     05  FILLER                       PIC X(004) VALUE SPACES.
036300     05  FILLER                       PIC X(026) VALUE
036400         'LANCAMENTO'.
036500     05  FILLER                       PIC X(013) VALUE
036600         '     MES 1'.
036700     05  FILLER                       PIC X(013) VALUE
036800         '     MES 2'.
036900     05  FILLER                       PIC X(013) VALUE
037000         '     MES 3'.
037100     05  FILLER                       PIC X(011) VALUE
037200         '      TOTAL'.
037300     05  FILLER                       PIC X(052) VALUE SPACES.
037400 01  WS-EXT-LINHA-LANCAMENTO.
037500     05  FILLER                       PIC X(004) VALUE SPACES.
037600     05  WS-EXT-LANCAMENTO            PIC X(026).
037700     05  WS-EXT-MES-1                 PIC -ZZ.ZZ9,99.
037800     05  FILLER                       PIC X(003) VALUE SPACES.
037900     05  WS-EXT-MES-2                 PIC -ZZ.ZZ9,99.
038000     05  FILLER                       PIC X(003) VALUE SPACES.
038100     05  WS-EXT-MES-3                 PIC -ZZ.ZZ9,99.
038200     05  FILLER                       PIC X(003) VALUE SPACES.
038300     05  WS-EXT-TOTAL-LANCAMENTO      PIC -ZZZ.ZZ9,99.
038400     05  FILLER                       PIC X(052) VALUE SPACES.
038500 01  WS-EXT-LINHA-RESUMO.
038600     05  FILLER                       PIC X(004) VALUE SPACES.
038700     05  WS-EXT-ROTULO                PIC X(040).
038800     05  WS-EXT-VALOR                 PIC X(013).
038900     05  FILLER                       PIC X(003) VALUE SPACES.
039000     05  WS-EXT-OBSERVACAO            PIC X(050).
039100     05  FILLER                       PIC X(022) VALUE SPACES.
039200 01  WS-EXT-TITULO-RAZAO.
039300     05  FILLER                       PIC X(004) VALUE SPACES.
039400     05  FILLER                       PIC X(036) VALUE
039500         'ENVIADO A FOLHA DE PAGAMENTO NO ANO'.
039600     05  WS-EXT-TR-ANO                PIC 9(04).
039700     05  FILLER                       PIC X(088) VALUE SPACES.
039800 01  WS-EXT-CABECALHO-RAZAO.
039900     05  FILLER                       PIC X(004) VALUE SPACES.
040000     05  FILLER                       PIC X(012) VALUE
040100         'PERIODO'.
040200     05  FILLER                       PIC X(016) VALUE
040300         'ENVIO ORIGINAL'.
040400     05  FILLER                       PIC X(016) VALUE
040500         'AJUSTES FOLHADJ'.
040600     05  FILLER                       PIC X(016) VALUE
040700         'TOTAL ENVIADO'.
040800     05  FILLER                       PIC X(013) VALUE
040900         'ULTIMO ENVIO'.
041000     05  FILLER                       PIC X(030) VALUE
041100         'SITUACAO'.
041200     05  FILLER                       PIC X(025) VALUE SPACES.
041300 01  WS-EXT-LINHA-RAZAO.
041400     05  FILLER                       PIC X(004) VALUE SPACES.
041500     05  WS-EXT-RAZ-PERIODO           PIC X(012).
041600     05  WS-EXT-RAZ-ORIGINAL          PIC X(013).
041700     05  FILLER                       PIC X(003) VALUE SPACES.
041800     05  WS-EXT-RAZ-AJUSTES           PIC X(013).
041900     05  FILLER                       PIC X(003) VALUE SPACES.
042000     05  WS-EXT-RAZ-ENVIADO           PIC X(013).
042100     05  FILLER                       PIC X(003) VALUE SPACES.
042200     05  WS-EXT-RAZ-DATA              PIC X(010).
042300     05  FILLER                       PIC X(003) VALUE SPACES.
042400     05  WS-EXT-RAZ-SITUACAO          PIC X(030).
042500     05  FILLER                       PIC X(025) VALUE SPACES.
042600 01  WS-EXT-RAZ-PERIODO-ED.
042700     05  WS-EXT-RAZ-PER-ANO           PIC 9(04).
042800     05  FILLER                       PIC X(01) VALUE 'T'.
042900     05  WS-EXT-RAZ-PER-TRIMESTRE     PIC 9(01).
043000 PROCEDURE DIVISION.
043100*****************************************************************
043200*    0000-MAINLINE-CONTROLE                                     *
043300*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
043400*****************************************************************
043500 0000-MAINLINE-CONTROLE.
043600     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
043700     SORT EXTRATO-SORT-FILE
043800         ON ASCENDING KEY ES-MATRICULA
043900                          ES-TIPO-LINHA
044000                          ES-SEQUENCIA
044100         INPUT PROCEDURE IS 2000-CARREGA-LANCAMENTOS THRU
044200                            2000-EXIT
044300         OUTPUT PROCEDURE IS 2500-ASSOCIA-COMISSAO THRU
044400                             2500-EXIT.
044500     SORT EXTRATO-ORD-SORT-FILE
044600         ON ASCENDING KEY EO-ORDEM-COMISSAO
044700                          EO-TIPO-LINHA
044800                          EO-SEQUENCIA
044900         USING ARQUIVO-EXTRATO
045000         GIVING ARQUIVO-EXTRATO-ORD.
045100     PERFORM 3000-IMPRIME-EXTRATOS THRU 3000-EXIT.
045200     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
045300     STOP RUN.
045400*****************************************************************
045500*    1000-INICIALIZACAO                                         *
045600*    DETERMINA O PERIODO DO EXTRATO E ABRE OS ARQUIVOS DE       *
045700*    CONSULTA -- UM MESTRE INDISPONIVEL NAO IMPEDE A EMISSAO,   *
045800*    O EXTRATO APENAS SAI SEM A INFORMACAO DAQUELE ARQUIVO      *
045900*****************************************************************
046000 1000-INICIALIZACAO.
046100     PERFORM 1600-DETERMINA-PERIODO-ATUAL THRU 1600-EXIT.
046200     OPEN INPUT VENDEDOR-MASTER.
046300     IF WS-STATUS-VENDEDOR = '00'
046400         MOVE 'S' TO WS-VENDEDOR-DISPONIVEL-SW
046500     ELSE
046600         DISPLAY 'EXTCOMIS -- MESTRE DE VENDEDORES INDISPONIVEL '
046700             '(STATUS ' WS-STATUS-VENDEDOR ') -- NOME E REGIAO '
046800             'SAIRAO DO ARQUIVO-COMISSAO'
046900     END-IF.
047000     OPEN INPUT COTA-MASTER.
047100     IF WS-STATUS-COTA-MASTER = '00'
047200         MOVE 'S' TO WS-COTA-MASTER-DISPONIVEL-SW
047300     ELSE
047400         DISPLAY 'EXTCOMIS -- MESTRE DE COTAS INDISPONIVEL '
047500             '(STATUS ' WS-STATUS-COTA-MASTER ') -- SO'' A COTA '
047600             'APLICADA NA APURACAO SERA IMPRESSA'
047700     END-IF.
047800     OPEN INPUT FOLHA-LEDGER.
047900     IF WS-STATUS-LEDGER = '00'
048000         MOVE 'S' TO WS-LEDGER-DISPONIVEL-SW
048100     ELSE
048200         DISPLAY 'EXTCOMIS -- RAZAO DA FOLHA INDISPONIVEL '
048300             '(STATUS ' WS-STATUS-LEDGER ') -- O QUADRO DE '
048400             'ENVIOS A FOLHA SAIRA EM BRANCO'
048500     END-IF.
048600     OPEN OUTPUT RELAT-EXTRATO.
048700 1000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    1100-IMPRIME-CABECALHO                                     *
049100*    ABRE UMA PAGINA DO EXTRATO -- TITULO, IDENTIFICACAO DO     *
049200*    VENDEDOR E REINICIO DO CONTADOR DE LINHAS DA PAGINA        *
049300*****************************************************************
049400 1100-IMPRIME-CABECALHO.
049500     ADD 1 TO WS-PAGINA-ATUAL.
049600     MOVE WS-PAGINA-ATUAL      TO WS-EXT-C1-PAGINA.
049700     MOVE WS-ANO-ATUAL         TO WS-EXT-C1-ANO.
049800     MOVE WS-TRIMESTRE-ATUAL   TO WS-EXT-C1-TRIMESTRE.
049900     MOVE WS-EXT-ATU-MATRICULA TO WS-EXT-C2-MATRICULA.
050000     MOVE WS-EXT-ATU-NOME      TO WS-EXT-C2-NOME.
050100     MOVE WS-EXT-ATU-REGIAO    TO WS-EXT-C2-REGIAO.
050200     MOVE WS-EXT-ATU-DESCRICAO TO WS-EXT-C2-DESCRICAO.
050300     WRITE LINHA-EXTRATO FROM WS-EXT-CABECALHO-1
050400         AFTER ADVANCING PAGE.
050500     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
050600         AFTER ADVANCING 1 LINE.
050700     WRITE LINHA-EXTRATO FROM WS-EXT-CABECALHO-2
050800         AFTER ADVANCING 1 LINE.
050900     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
051000         AFTER ADVANCING 1 LINE.
051100     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
051200 1100-EXIT.
051300     EXIT.
051400*****************************************************************
051500*    1600-DETERMINA-PERIODO-ATUAL                               *
051600*    DETERMINA O ANO E O TRIMESTRE DO EXTRATO PELO MESMO        *
051700*    CARTAO DE PARAMETRO AAAAT DO QUARTER -- SEM CARTAO VALIDO  *
051800*    A EXECUCAO E' INTERROMPIDA                                 *
051900*****************************************************************
052000 1600-DETERMINA-PERIODO-ATUAL.
052100     MOVE 'N' TO WS-PARM-PERIODO-VALIDO-SW.
052200     ACCEPT WS-PARM-PERIODO FROM SYSIN.
052300     IF WS-PARM-PERIODO(1:4) IS NUMERIC
052400         AND WS-PARM-PERIODO(5:1) IS NUMERIC
052500         MOVE WS-PARM-PERIODO(1:4) TO WS-PARM-ANO
052600         MOVE WS-PARM-PERIODO(5:1) TO WS-PARM-TRIMESTRE
052700         IF WS-PARM-TRIMESTRE >= 1 AND WS-PARM-TRIMESTRE <= 4
052800             MOVE 'S' TO WS-PARM-PERIODO-VALIDO-SW
052900         END-IF
053000     END-IF.
053100     IF WS-PARM-PERIODO-VALIDO
053200         MOVE WS-PARM-ANO       TO WS-ANO-ATUAL
053300         MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-ATUAL
053400     ELSE
053500         DISPLAY 'EXTCOMIS -- CARTAO DE PARAMETRO DE PERIODO '
053600             'AUSENTE OU INVALIDO (' WS-PARM-PERIODO ') -- '
053700             'INFORMAR AAAAT -- EXECUCAO INTERROMPIDA'
053800         STOP RUN
053900     END-IF.
054000 1600-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    2000-CARREGA-LANCAMENTOS                                   *
054400*    PROCEDIMENTO DE ENTRADA DA PRIMEIRA ORDENACAO -- LIBERA    *
054500*    OS LANCAMENTOS DO ARQUIVO-VENDAS ('V') E AS COMISSOES DO   *
054600*    ARQUIVO-COMISSAO ('C'), ESTAS COM A SUA POSICAO NO         *
054700*    ARQUIVO                                                    *
054800*****************************************************************
054900 2000-CARREGA-LANCAMENTOS.
055000     PERFORM 2100-CARREGA-VENDAS THRU 2100-EXIT.
055100     PERFORM 2200-CARREGA-COMISSOES THRU 2200-EXIT.
055200 2000-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    2100-CARREGA-VENDAS                                        *
055600*    LIBERA OS LANCAMENTOS DO ARQUIVO-VENDAS ATE O REGISTRO DE  *
055700*    CONTROLE DO CRMCONV, NA ORDEM DE LEITURA                   *
055800*****************************************************************
055900 2100-CARREGA-VENDAS.
056000     OPEN INPUT ARQUIVO-VENDAS.
056100     PERFORM 7000-LER-REGISTRO-VENDAS THRU 7000-EXIT.
056200     PERFORM 2110-LIBERA-VENDA THRU 2110-EXIT
056300         UNTIL FIM-ARQUIVO-VENDAS.
056400     CLOSE ARQUIVO-VENDAS.
056500 2100-EXIT.
056600     EXIT.
056700*****************************************************************
056800*    2110-LIBERA-VENDA                                          *
056900*    DESCARTA O LANCAMENTO QUE A CRITICA DO QUARTER REJEITA --  *
057000*    MATRICULA INVALIDA, NOME EM BRANCO, VENDA MENSAL NEGATIVA  *
057100*    FORA DE AJUSTE OU COTA INVALIDA -- E LIBERA OS DEMAIS      *
057200*****************************************************************
057300 2110-LIBERA-VENDA.
057400     IF MATRICULA-REGISTRO-VENDAS IS NOT NUMERIC
057500         OR MATRICULA-REGISTRO-VENDAS = ZERO
057600         OR NOME-REGISTRO-VENDAS = SPACES
057700         ADD 1 TO WS-CONTADOR-DESCARTADOS
057800         GO TO 2110-LER.
057900     IF NOT REGISTRO-AJUSTE-VENDAS
058000         IF VENDAS-MES-1-REGISTRO-VENDAS < ZERO
058100             OR VENDAS-MES-2-REGISTRO-VENDAS < ZERO
058200             OR VENDAS-MES3-REGISTRO-VENDAS  < ZERO
058300             OR COTA-REGISTRO-VENDAS NOT > ZERO
058400             ADD 1 TO WS-CONTADOR-DESCARTADOS
058500             GO TO 2110-LER.
058600     ADD 1 TO WS-SEQUENCIA-VENDA.
058700     MOVE SPACES                       TO REG-EXTRATO-ORDENADO.
058800     MOVE ZERO                         TO ES-ORDEM-COMISSAO.
058900     MOVE MATRICULA-REGISTRO-VENDAS    TO ES-MATRICULA.
059000     MOVE 'V'                          TO ES-TIPO-LINHA.
059100     MOVE WS-SEQUENCIA-VENDA           TO ES-SEQUENCIA.
059200     MOVE NOME-REGISTRO-VENDAS         TO ES-NOME.
059300     MOVE VENDAS-MES-1-REGISTRO-VENDAS TO ES-VENDA-MES-1.
059400     MOVE VENDAS-MES-2-REGISTRO-VENDAS TO ES-VENDA-MES-2.
059500     MOVE VENDAS-MES3-REGISTRO-VENDAS  TO ES-VENDA-MES-3.
059600     MOVE TIPO-REGISTRO-VENDAS         TO ES-TIPO-VENDA.
059700     RELEASE REG-EXTRATO-ORDENADO.
059800 2110-LER.
059900     PERFORM 7000-LER-REGISTRO-VENDAS THRU 7000-EXIT.
060000 2110-EXIT.
060100     EXIT.
060200*****************************************************************
060300*    2200-CARREGA-COMISSOES                                     *
060400*    LIBERA CADA COMISSAO DO ARQUIVO-COMISSAO COM A SUA         *
060500*    POSICAO NO ARQUIVO, QUE E' A ORDEM REGIAO/NOME DOS         *
060600*    EXTRATOS                                                   *
060700*****************************************************************
060800 2200-CARREGA-COMISSOES.
060900     OPEN INPUT ARQUIVO-COMISSAO.
061000     IF WS-STATUS-COMISSAO NOT = '00'
061100         DISPLAY 'EXTCOMIS -- ARQUIVO-COMISSAO INDISPONIVEL '
061200             '(STATUS ' WS-STATUS-COMISSAO ') -- NENHUM EXTRATO '
061300             'SERA EMITIDO'
061400         GO TO 2200-EXIT.
061500     PERFORM 7100-LER-COMISSAO THRU 7100-EXIT.
061600     PERFORM 2210-LIBERA-COMISSAO THRU 2210-EXIT
061700         UNTIL FIM-ARQUIVO-COMISSAO.
061800     CLOSE ARQUIVO-COMISSAO.
061900 2200-EXIT.
062000     EXIT.
062016*****************************************************************
062032*    2210-LIBERA-COMISSAO                                       *
062048*    LIBERA PARA A ORDENACAO A COMISSAO LIDA, NUMERADA PELA SUA *
062064*    POSICAO NO ARQUIVO-COMISSAO, E LE A PROXIMA                *
062080*****************************************************************
062100 2210-LIBERA-COMISSAO.
062200     ADD 1 TO WS-ORDEM-COMISSAO.
062300     MOVE SPACES                TO REG-EXTRATO-ORDENADO.
062400     MOVE WS-ORDEM-COMISSAO     TO ES-ORDEM-COMISSAO.
062500     MOVE CM-MATRICULA          TO ES-MATRICULA.
062600     MOVE 'C'                   TO ES-TIPO-LINHA.
062700     MOVE ZERO                  TO ES-SEQUENCIA.
062800     MOVE CM-NOME               TO ES-NOME.
062900     MOVE CM-TRIMESTRE          TO ES-CM-TRIMESTRE.
063000     MOVE CM-COTA               TO ES-CM-COTA.
063100     MOVE CM-PERC-ATINGIMENTO   TO ES-CM-PERC-ATINGIMENTO.
063200     MOVE CM-FAIXA              TO ES-CM-FAIXA.
063300     MOVE CM-VALOR-COMISSAO     TO ES-CM-VALOR-COMISSAO.
063400     RELEASE REG-EXTRATO-ORDENADO.
063500     PERFORM 7100-LER-COMISSAO THRU 7100-EXIT.
063600 2210-EXIT.
063700     EXIT.
063800*****************************************************************
063900*    2500-ASSOCIA-COMISSAO                                      *
064000*    PROCEDIMENTO DE SAIDA DA PRIMEIRA ORDENACAO -- A COMISSAO  *
064100*    CHEGA A FRENTE DOS LANCAMENTOS DA SUA MATRICULA E LHES     *
064200*    EMPRESTA A POSICAO NO ARQUIVO-COMISSAO; LANCAMENTO SEM     *
064300*    COMISSAO OU SEGUNDA VENDA DA MESMA MATRICULA (DUPLICADO    *
064400*    REJEITADO PELO QUARTER) NAO VAI PARA O EXTRATO             *
064500*****************************************************************
064600 2500-ASSOCIA-COMISSAO.
064700     OPEN OUTPUT ARQUIVO-EXTRATO.
064800     MOVE 'N'  TO WS-GRUPO-COM-COMISSAO-SW.
064900     MOVE ZERO TO WS-MATRICULA-GRUPO.
065000     PERFORM 2510-RETORNA-ORDENADO THRU 2510-EXIT.
065100     PERFORM 2520-PROCESSA-ORDENADO THRU 2520-EXIT
065200         UNTIL FIM-SORT-EXTRATO.
065300     CLOSE ARQUIVO-EXTRATO.
065400 2500-EXIT.
065500     EXIT.
065600*****************************************************************
065700*    2510-RETORNA-ORDENADO                                      *
065800*    DEVOLVE O PROXIMO LANCAMENTO ORDENADO POR MATRICULA        *
065900*****************************************************************
066000 2510-RETORNA-ORDENADO.
066100     RETURN EXTRATO-SORT-FILE
066200         AT END MOVE 'S' TO WS-FIM-SORT-EXTRATO
066300     END-RETURN.
066400 2510-EXIT.
066500     EXIT.
066600*****************************************************************
066700*    2520-PROCESSA-ORDENADO                                     *
066800*    ABRE O GRUPO NA COMISSAO E GRAVA OS LANCAMENTOS DA MESMA   *
066900*    MATRICULA COM A POSICAO DELA                               *
067000*****************************************************************
067100 2520-PROCESSA-ORDENADO.
067200     IF ES-LINHA-COMISSAO
067300         MOVE 'S'               TO WS-GRUPO-COM-COMISSAO-SW
067400         MOVE 'N'               TO WS-VENDA-NORMAL-VISTA-SW
067500         MOVE ES-MATRICULA      TO WS-MATRICULA-GRUPO
067600         MOVE ES-ORDEM-COMISSAO TO WS-ORDEM-GRUPO
067700         WRITE REG-EXTRATO-TRABALHO FROM REG-EXTRATO-ORDENADO
067800         GO TO 2520-RETORNA.
067900     IF NOT GRUPO-COM-COMISSAO
068000         OR ES-MATRICULA NOT = WS-MATRICULA-GRUPO
068100         ADD 1 TO WS-CONTADOR-SEM-COMISSAO
068200         GO TO 2520-RETORNA.
068300     IF NOT ES-VENDA-AJUSTE AND NOT ES-VENDA-DIVIDIDA
068400         IF VENDA-NORMAL-VISTA
068500             ADD 1 TO WS-CONTADOR-DUPLICADOS
068600             GO TO 2520-RETORNA
068700         ELSE
068800             MOVE 'S' TO WS-VENDA-NORMAL-VISTA-SW
068900         END-IF
069000     END-IF.
069100     MOVE WS-ORDEM-GRUPO TO ES-ORDEM-COMISSAO.
069200     WRITE REG-EXTRATO-TRABALHO FROM REG-EXTRATO-ORDENADO.
069300     ADD 1 TO WS-CONTADOR-LANCAMENTOS.
069400 2520-RETORNA.
069500     PERFORM 2510-RETORNA-ORDENADO THRU 2510-EXIT.
069600 2520-EXIT.
069700     EXIT.
069800*****************************************************************
069900*    3000-IMPRIME-EXTRATOS                                      *
070000*    LE OS LANCAMENTOS NA ORDEM DO ARQUIVO-COMISSAO -- CADA     *
070100*    COMISSAO ABRE UM EXTRATO NOVO E FECHA O ANTERIOR           *
070200*****************************************************************
070300 3000-IMPRIME-EXTRATOS.
070400     OPEN INPUT ARQUIVO-EXTRATO-ORD.
070500     MOVE 'N' TO WS-EXTRATO-ABERTO-SW.
070600     PERFORM 7200-LER-EXTRATO-ORD THRU 7200-EXIT.
070700     PERFORM 3100-PROCESSA-EXTRATO THRU 3100-EXIT
070800         UNTIL FIM-EXTRATO-ORD.
070900     IF EXTRATO-ABERTO
071000         PERFORM 3500-FECHA-EXTRATO THRU 3500-EXIT
071100     END-IF.
071200     CLOSE ARQUIVO-EXTRATO-ORD.
071300 3000-EXIT.
071400     EXIT.
071414*****************************************************************
071428*    3100-PROCESSA-EXTRATO                                      *
071442*    TRATA UM LANCAMENTO ORDENADO -- A LINHA DE COMISSAO FECHA  *
071456*    O EXTRATO ANTERIOR (SE HOUVER) E ABRE O DO VENDEDOR; AS    *
071470*    DEMAIS SAO IMPRESSAS NO EXTRATO ABERTO                     *
071484*****************************************************************
071500 3100-PROCESSA-EXTRATO.
071600     IF EX-LINHA-COMISSAO
071700         IF EXTRATO-ABERTO
071800             PERFORM 3500-FECHA-EXTRATO THRU 3500-EXIT
071900         END-IF
072000         PERFORM 3200-ABRE-EXTRATO THRU 3200-EXIT
072100     ELSE
072200         PERFORM 3300-IMPRIME-LANCAMENTO THRU 3300-EXIT
072300     END-IF.
072400     PERFORM 7200-LER-EXTRATO-ORD THRU 7200-EXIT.
072500 3100-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    3200-ABRE-EXTRATO                                          *
072900*    GUARDA A COMISSAO DO VENDEDOR, LOCALIZA O NOME E A REGIAO  *
073000*    NO MESTRE E A COTA DO PERIODO, E ABRE A PAGINA COM O       *
073100*    CABECALHO DOS LANCAMENTOS                                  *
073200*****************************************************************
073300 3200-ABRE-EXTRATO.
073400     MOVE 'S'                    TO WS-EXTRATO-ABERTO-SW.
073500     ADD 1 TO WS-CONTADOR-EXTRATOS.
073600     MOVE EX-MATRICULA           TO WS-EXT-ATU-MATRICULA.
073700     MOVE EX-NOME                TO WS-EXT-ATU-NOME.
073800     MOVE EX-CM-TRIMESTRE        TO WS-EXT-ATU-TRIMESTRE.
073900     MOVE EX-CM-COTA             TO WS-EXT-ATU-COTA.
074000     MOVE EX-CM-PERC-ATINGIMENTO TO WS-EXT-ATU-PERC.
074100     MOVE EX-CM-FAIXA            TO WS-EXT-ATU-FAIXA.
074200     MOVE EX-CM-VALOR-COMISSAO   TO WS-EXT-ATU-COMISSAO.
074300     MOVE ZERO                   TO WS-EXT-ATU-LANCAMENTOS.
074400     MOVE ZERO                   TO WS-SOMA-MES-1 WS-SOMA-MES-2
074500                                    WS-SOMA-MES-3 WS-SOMA-TOTAL.
074600     PERFORM 3210-LOCALIZA-VENDEDOR THRU 3210-EXIT.
074700     PERFORM 3220-LOCALIZA-COTA THRU 3220-EXIT.
074800     MOVE SPACES TO WS-EXT-C2-CONTINUACAO.
074900     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
075000     WRITE LINHA-EXTRATO FROM WS-EXT-CABECALHO-3
075100         AFTER ADVANCING 1 LINE.
075200     ADD 1 TO WS-LINHAS-NA-PAGINA.
075300 3200-EXIT.
075400     EXIT.
075500*****************************************************************
075600*    3210-LOCALIZA-VENDEDOR                                     *
075700*    NOME E REGIAO DO VENDEDOR-MASTER -- MATRICULA FORA DO      *
075800*    MESTRE MANTEM O NOME DO ARQUIVO-COMISSAO; GUARDA TAMBEM    *
075810*    SE O VENDEDOR ESTA DESLIGADO                               *
075900*****************************************************************
076000 3210-LOCALIZA-VENDEDOR.
076100     MOVE 'N'    TO WS-VENDEDOR-NO-MESTRE-SW.
076110     MOVE 'N'    TO WS-VENDEDOR-DESLIGADO-SW.
076200     MOVE SPACES TO WS-EXT-ATU-REGIAO.
076300     MOVE 'NAO CONSTA NO MESTRE' TO WS-EXT-ATU-DESCRICAO.
076400     IF NOT VENDEDOR-MASTER-DISPONIVEL
076500         MOVE 'MESTRE INDISPONIVEL' TO WS-EXT-ATU-DESCRICAO
076600         GO TO 3210-EXIT.
076700     MOVE WS-EXT-ATU-MATRICULA TO VM-MATRICULA-VENDEDOR.
076800     READ VENDEDOR-MASTER
076900         INVALID KEY
077000             GO TO 3210-EXIT
077100     END-READ.
077200     MOVE 'S'                 TO WS-VENDEDOR-NO-MESTRE-SW.
077300     MOVE VM-NOME-VENDEDOR    TO WS-EXT-ATU-NOME.
077400     MOVE VM-REGIAO-VENDEDOR  TO WS-EXT-ATU-REGIAO.
077500     MOVE VM-DESCRICAO-REGIAO TO WS-EXT-ATU-DESCRICAO.
077510     IF VM-VENDEDOR-DESLIGADO
077520         MOVE 'S' TO WS-VENDEDOR-DESLIGADO-SW
077530     END-IF.
077600 3210-EXIT.
077700     EXIT.
077800*****************************************************************
077900*    3220-LOCALIZA-COTA                                         *
078000*    COTA DO VENDEDOR NO PERIODO PELO COTA-MASTER               *
078100*****************************************************************
078200 3220-LOCALIZA-COTA.
078300     MOVE 'N'  TO WS-COTA-NO-MESTRE-SW.
078400     MOVE ZERO TO WS-EXT-ATU-COTA-MESTRE.
078500     IF NOT COTA-MASTER-DISPONIVEL
078600         GO TO 3220-EXIT.
078700     MOVE WS-EXT-ATU-MATRICULA TO QM-MATRICULA-VENDEDOR.
078800     MOVE WS-ANO-ATUAL         TO QM-ANO-COTA.
078900     MOVE WS-TRIMESTRE-ATUAL   TO QM-TRIMESTRE-COTA.
079000     READ COTA-MASTER
079100         INVALID KEY
079200             GO TO 3220-EXIT
079300     END-READ.
079400     MOVE 'S'           TO WS-COTA-NO-MESTRE-SW.
079500     MOVE QM-VALOR-COTA TO WS-EXT-ATU-COTA-MESTRE.
079600 3220-EXIT.
079700     EXIT.
079800*****************************************************************
079900*    3300-IMPRIME-LANCAMENTO                                    *
080000*    IMPRIME UM LANCAMENTO DO ARQUIVO-VENDAS (VENDA OU AJUSTE)  *
080100*    E O SOMA AOS TOTAIS DO EXTRATO                             *
080200*****************************************************************
080300 3300-IMPRIME-LANCAMENTO.
080400     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
080500         PERFORM 3400-CONTINUA-PAGINA THRU 3400-EXIT
080600         WRITE LINHA-EXTRATO FROM WS-EXT-CABECALHO-3
080700             AFTER ADVANCING 1 LINE
080800         ADD 1 TO WS-LINHAS-NA-PAGINA
080900     END-IF.
081000     ADD 1 TO WS-EXT-ATU-LANCAMENTOS.
081100     COMPUTE WS-TOTAL-LANCAMENTO =
081200         EX-VENDA-MES-1 + EX-VENDA-MES-2 + EX-VENDA-MES-3.
081300     ADD EX-VENDA-MES-1      TO WS-SOMA-MES-1.
081400     ADD EX-VENDA-MES-2      TO WS-SOMA-MES-2.
081500     ADD EX-VENDA-MES-3      TO WS-SOMA-MES-3.
081600     ADD WS-TOTAL-LANCAMENTO TO WS-SOMA-TOTAL.
081700     IF EX-VENDA-AJUSTE
081800         MOVE 'AJUSTE/DEVOLUCAO'   TO WS-EXT-LANCAMENTO
081900     ELSE
081910       IF EX-VENDA-DIVIDIDA
081920         MOVE 'CREDITO DIVIDIDO'   TO WS-EXT-LANCAMENTO
081930       ELSE
082000         MOVE 'VENDA DO TRIMESTRE' TO WS-EXT-LANCAMENTO
082010       END-IF
082100     END-IF.
082200     MOVE EX-VENDA-MES-1      TO WS-EXT-MES-1.
082300     MOVE EX-VENDA-MES-2      TO WS-EXT-MES-2.
082400     MOVE EX-VENDA-MES-3      TO WS-EXT-MES-3.
082500     MOVE WS-TOTAL-LANCAMENTO TO WS-EXT-TOTAL-LANCAMENTO.
082600     WRITE LINHA-EXTRATO FROM WS-EXT-LINHA-LANCAMENTO
082700         AFTER ADVANCING 1 LINE.
082800     ADD 1 TO WS-LINHAS-NA-PAGINA.
082900 3300-EXIT.
083000     EXIT.
083100*****************************************************************
083200*    3400-CONTINUA-PAGINA                                       *
083300*    ABRE UMA PAGINA DE CONTINUACAO DO MESMO EXTRATO            *
083400*****************************************************************
083500 3400-CONTINUA-PAGINA.
083600     MOVE '(CONTINUACAO)' TO WS-EXT-C2-CONTINUACAO.
083700     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
083800 3400-EXIT.
083900     EXIT.
084000*****************************************************************
084100*    3500-FECHA-EXTRATO                                         *
084200*    FECHA O EXTRATO -- SOMA DOS LANCAMENTOS CONTRA O TOTAL     *
084300*    APURADO, COTA, ATINGIMENTO, FAIXA E COMISSAO, E O QUADRO   *
084400*    DO QUE O RAZAO REGISTRA COMO ENVIADO A FOLHA NO ANO        *
084500*****************************************************************
084600 3500-FECHA-EXTRATO.
084700     MOVE 'N' TO WS-EXTRATO-ABERTO-SW.
084800     IF WS-LINHAS-NA-PAGINA + WS-LINHAS-FECHAMENTO
084900             > WS-MAX-LINHAS-PAGINA
085000         PERFORM 3400-CONTINUA-PAGINA THRU 3400-EXIT
085100     END-IF.
085200     MOVE 'SOMA DOS LANCAMENTOS' TO WS-EXT-LANCAMENTO.
085300     MOVE WS-SOMA-MES-1          TO WS-EXT-MES-1.
085400     MOVE WS-SOMA-MES-2          TO WS-EXT-MES-2.
085500     MOVE WS-SOMA-MES-3          TO WS-EXT-MES-3.
085600     MOVE WS-SOMA-TOTAL          TO WS-EXT-TOTAL-LANCAMENTO.
085700     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
085800         AFTER ADVANCING 1 LINE.
085900     WRITE LINHA-EXTRATO FROM WS-EXT-LINHA-LANCAMENTO
086000         AFTER ADVANCING 1 LINE.
086100     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
086200         AFTER ADVANCING 1 LINE.
086300     ADD 3 TO WS-LINHAS-NA-PAGINA.
086400     PERFORM 3510-IMPRIME-RESUMO THRU 3510-EXIT.
086500     PERFORM 3600-IMPRIME-RAZAO THRU 3600-EXIT.
086600 3500-EXIT.
086700     EXIT.
086800*****************************************************************
086900*    3510-IMPRIME-RESUMO                                        *
087000*    TOTAL APURADO PELO QUARTER, COTA, ATINGIMENTO, FAIXA E     *
087100*    COMISSAO -- UMA SOMA DE LANCAMENTOS DIFERENTE DO TOTAL     *
087200*    APURADO (LANCAMENTO CORRIGIDO FORA DO ARQUIVO-VENDAS) E'   *
087300*    APONTADA NO PROPRIO EXTRATO                                *
087400*****************************************************************
087500 3510-IMPRIME-RESUMO.
087600     MOVE 'TOTAL DO TRIMESTRE APURADO' TO WS-EXT-ROTULO.
087700     MOVE WS-EXT-ATU-TRIMESTRE TO WS-ED-VALOR.
087800     MOVE WS-ED-VALOR          TO WS-EXT-VALOR.
087900     MOVE SPACES               TO WS-EXT-OBSERVACAO.
088000     COMPUTE WS-DIFERENCA-APURACAO =
088100         WS-EXT-ATU-TRIMESTRE - WS-SOMA-TOTAL.
088200     IF WS-DIFERENCA-APURACAO NOT = ZERO
088300         ADD 1 TO WS-CONTADOR-DIVERGENTES
088400         MOVE 'DIFERE DA SOMA -- LANCAMENTO CORRIGIDO NO VENDCORR'
088500                               TO WS-EXT-OBSERVACAO
088600     END-IF.
088700     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
088800     MOVE 'COTA DO TRIMESTRE (COTA-MASTER)' TO WS-EXT-ROTULO.
088900     IF COTA-NO-MESTRE
089000         MOVE WS-EXT-ATU-COTA-MESTRE TO WS-ED-VALOR
089100         MOVE WS-ED-VALOR            TO WS-EXT-VALOR
089200         MOVE SPACES                 TO WS-EXT-OBSERVACAO
089300     ELSE
089400         MOVE SPACES TO WS-EXT-VALOR
089500         MOVE 'NAO CADASTRADA -- VALEU A COTA DO CRM'
089600                     TO WS-EXT-OBSERVACAO
089700     END-IF.
089800     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
089900     MOVE 'COTA APLICADA NA APURACAO' TO WS-EXT-ROTULO.
090000     MOVE WS-EXT-ATU-COTA      TO WS-ED-VALOR.
090100     MOVE WS-ED-VALOR          TO WS-EXT-VALOR.
090200     MOVE SPACES               TO WS-EXT-OBSERVACAO.
090210     IF COTA-NO-MESTRE
090220         AND WS-EXT-ATU-COTA < WS-EXT-ATU-COTA-MESTRE
090230         MOVE 'PRORRATEADA PELOS MESES TRABALHADOS'
090240                               TO WS-EXT-OBSERVACAO
090250     END-IF.
090300     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
090400     MOVE 'ATINGIMENTO DA COTA (%)' TO WS-EXT-ROTULO.
090500     MOVE WS-EXT-ATU-PERC      TO WS-ED-VALOR.
090600     MOVE WS-ED-VALOR          TO WS-EXT-VALOR.
090700     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
090800     MOVE 'FAIXA DE COMISSAO APLICADA' TO WS-EXT-ROTULO.
090900     MOVE SPACES               TO WS-EXT-VALOR.
091000     MOVE WS-EXT-ATU-FAIXA     TO WS-EXT-OBSERVACAO.
091100     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
091200     MOVE 'COMISSAO DO TRIMESTRE' TO WS-EXT-ROTULO.
091300     MOVE WS-EXT-ATU-COMISSAO  TO WS-ED-VALOR.
091400     MOVE WS-ED-VALOR          TO WS-EXT-VALOR.
091500     MOVE SPACES               TO WS-EXT-OBSERVACAO.
091506     PERFORM 3520-CONFERE-RETENCAO THRU 3520-EXIT.
091512     IF COMISSAO-RETIDA
091520         MOVE 'VENDEDOR DESLIGADO -- RETIDA PARA LIBERACAO DO RH'
091530                               TO WS-EXT-OBSERVACAO
091540     END-IF.
091600     PERFORM 3590-GRAVA-RESUMO THRU 3590-EXIT.
091700     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
091800         AFTER ADVANCING 1 LINE.
091900     ADD 1 TO WS-LINHAS-NA-PAGINA.
092000 3510-EXIT.
092003     EXIT.
092006*****************************************************************
092009*    3520-CONFERE-RETENCAO                                      *
092012*    DECIDE SE A COMISSAO DO TRIMESTRE SAI COMO RETIDA PARA O   *
092015*    RH -- SO' A DO VENDEDOR DESLIGADO, DIFERENTE DE ZERO, QUE  *
092018*    NAO TEM LANCAMENTO DE COMISSAO NO RAZAO DA FOLHA PARA O    *
092021*    PERIODO: O QUE O FOLHAEXT JA ENVIOU ANTES DO DESLIGAMENTO  *
092024*    NAO FOI RETIDO. SEM O RAZAO VALE SO' A SITUACAO DO MESTRE  *
092027*****************************************************************
092030 3520-CONFERE-RETENCAO.
092033     MOVE 'N' TO WS-COMISSAO-RETIDA-SW.
092036     IF NOT VENDEDOR-DESLIGADO
092039         OR WS-EXT-ATU-COMISSAO = ZERO
092042         GO TO 3520-EXIT.
092045     MOVE 'S' TO WS-COMISSAO-RETIDA-SW.
092048     IF NOT LEDGER-DISPONIVEL
092051         GO TO 3520-EXIT.
092054     MOVE WS-ANO-ATUAL         TO FL-ANO-APURACAO.
092057     MOVE WS-TRIMESTRE-ATUAL   TO FL-TRIMESTRE-APURACAO.
092060     MOVE WS-EXT-ATU-MATRICULA TO FL-MATRICULA.
092063     READ FOLHA-LEDGER
092066         INVALID KEY
092069             GO TO 3520-EXIT
092072     END-READ.
092075     IF FL-LANCAMENTO-COMISSAO
092078         MOVE 'N' TO WS-COMISSAO-RETIDA-SW
092081     END-IF.
092084 3520-EXIT.
092100     EXIT.
092116*****************************************************************
092132*    3590-GRAVA-RESUMO                                          *
092148*    IMPRIME UMA LINHA DO QUADRO-RESUMO DO EXTRATO, JA MONTADA  *
092164*    EM WS-EXT-LINHA-RESUMO PELO PARAGRAFO CHAMADOR             *
092180*****************************************************************
092200 3590-GRAVA-RESUMO.
092300     WRITE LINHA-EXTRATO FROM WS-EXT-LINHA-RESUMO
092400         AFTER ADVANCING 1 LINE.
092500     ADD 1 TO WS-LINHAS-NA-PAGINA.
092600 3590-EXIT.
092700     EXIT.
092800*****************************************************************
092900*    3600-IMPRIME-RAZAO                                         *
093000*    QUADRO DO LIVRO-RAZAO DA FOLHA -- UMA LINHA POR TRIMESTRE  *
093100*    DO ANO ATE O PERIODO DO EXTRATO, COM O VALOR ORIGINAL DO   *
093200*    ENVIO, OS AJUSTES DO FOLHADJ E O TOTAL ENVIADO             *
093300*****************************************************************
093400 3600-IMPRIME-RAZAO.
093500     MOVE WS-ANO-ATUAL TO WS-EXT-TR-ANO.
093600     WRITE LINHA-EXTRATO FROM WS-EXT-TITULO-RAZAO
093700         AFTER ADVANCING 1 LINE.
093800     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
093900         AFTER ADVANCING 1 LINE.
094000     WRITE LINHA-EXTRATO FROM WS-EXT-CABECALHO-RAZAO
094100         AFTER ADVANCING 1 LINE.
094200     ADD 3 TO WS-LINHAS-NA-PAGINA.
094300     MOVE ZERO TO WS-RAZ-ANO-ORIGINAL WS-RAZ-ANO-AJUSTES
094400                  WS-RAZ-ANO-ENVIADO.
094500     PERFORM 3610-IMPRIME-TRIMESTRE-RAZAO THRU 3610-EXIT
094600         VARYING WS-TRIMESTRE-RAZAO FROM 1 BY 1
094700         UNTIL WS-TRIMESTRE-RAZAO > WS-TRIMESTRE-ATUAL.
094800     MOVE 'TOTAL NO ANO'       TO WS-EXT-RAZ-PERIODO.
094900     MOVE WS-RAZ-ANO-ORIGINAL  TO WS-ED-VALOR.
095000     MOVE WS-ED-VALOR          TO WS-EXT-RAZ-ORIGINAL.
095100     MOVE WS-RAZ-ANO-AJUSTES   TO WS-ED-VALOR.
095200     MOVE WS-ED-VALOR          TO WS-EXT-RAZ-AJUSTES.
095300     MOVE WS-RAZ-ANO-ENVIADO   TO WS-ED-VALOR.
095400     MOVE WS-ED-VALOR          TO WS-EXT-RAZ-ENVIADO.
095500     MOVE SPACES               TO WS-EXT-RAZ-DATA.
095600     MOVE SPACES               TO WS-EXT-RAZ-SITUACAO.
095700     IF NOT LEDGER-DISPONIVEL
095800         MOVE 'RAZAO DA FOLHA INDISPONIVEL' TO WS-EXT-RAZ-SITUACAO
095900     END-IF.
096000     WRITE LINHA-EXTRATO FROM WS-LINHA-BRANCO
096100         AFTER ADVANCING 1 LINE.
096200     WRITE LINHA-EXTRATO FROM WS-EXT-LINHA-RAZAO
096300         AFTER ADVANCING 1 LINE.
096400     ADD 2 TO WS-LINHAS-NA-PAGINA.
096500 3600-EXIT.
096600     EXIT.
096700*****************************************************************
096800*    3610-IMPRIME-TRIMESTRE-RAZAO                               *
096900*    UM TRIMESTRE DO QUADRO -- O AJUSTE E' A DIFERENCA ENTRE O  *
097000*    VALOR PAGO ATUAL E O ORIGINAL DO FOLHAEXT; REGISTRO        *
097100*    GRAVADO ANTES DO VALOR ORIGINAL EXISTIR NO RAZAO CONTA     *
097200*    COMO SEM AJUSTE                                            *
097300*****************************************************************
097400 3610-IMPRIME-TRIMESTRE-RAZAO.
097500     MOVE WS-ANO-ATUAL       TO WS-EXT-RAZ-PER-ANO.
097600     MOVE WS-TRIMESTRE-RAZAO TO WS-EXT-RAZ-PER-TRIMESTRE.
097700     MOVE WS-EXT-RAZ-PERIODO-ED TO WS-EXT-RAZ-PERIODO.
097800     MOVE SPACES TO WS-EXT-RAZ-ORIGINAL WS-EXT-RAZ-AJUSTES
097900                    WS-EXT-RAZ-ENVIADO WS-EXT-RAZ-DATA.
098000     IF NOT LEDGER-DISPONIVEL
098100         MOVE 'RAZAO DA FOLHA INDISPONIVEL' TO WS-EXT-RAZ-SITUACAO
098200         GO TO 3610-IMPRIME.
098300     MOVE WS-ANO-ATUAL         TO FL-ANO-APURACAO.
098400     MOVE WS-TRIMESTRE-RAZAO   TO FL-TRIMESTRE-APURACAO.
098500     MOVE WS-EXT-ATU-MATRICULA TO FL-MATRICULA.
098600     READ FOLHA-LEDGER
098700         INVALID KEY
098800             MOVE 'NAO ENVIADO A FOLHA' TO WS-EXT-RAZ-SITUACAO
098900             GO TO 3610-IMPRIME
099000     END-READ.
099100     MOVE FL-VALOR-PAGO TO WS-RAZ-ENVIADO.
099200     IF FL-VALOR-ORIGINAL IS NUMERIC
099300         MOVE FL-VALOR-ORIGINAL TO WS-RAZ-ORIGINAL
099400     ELSE
099500         MOVE FL-VALOR-PAGO     TO WS-RAZ-ORIGINAL
099600     END-IF.
099700     COMPUTE WS-RAZ-AJUSTES = WS-RAZ-ENVIADO - WS-RAZ-ORIGINAL.
099800     ADD WS-RAZ-ORIGINAL TO WS-RAZ-ANO-ORIGINAL.
099900     ADD WS-RAZ-AJUSTES  TO WS-RAZ-ANO-AJUSTES.
100000     ADD WS-RAZ-ENVIADO  TO WS-RAZ-ANO-ENVIADO.
100100     MOVE WS-RAZ-ORIGINAL TO WS-ED-VALOR.
100200     MOVE WS-ED-VALOR     TO WS-EXT-RAZ-ORIGINAL.
100300     MOVE WS-RAZ-AJUSTES  TO WS-ED-VALOR.
100400     MOVE WS-ED-VALOR     TO WS-EXT-RAZ-AJUSTES.
100500     MOVE WS-RAZ-ENVIADO  TO WS-ED-VALOR.
100600     MOVE WS-ED-VALOR     TO WS-EXT-RAZ-ENVIADO.
100700     MOVE FL-DATA-ENVIO(7:2) TO WS-ED-DATA-DIA.
100800     MOVE FL-DATA-ENVIO(5:2) TO WS-ED-DATA-MES.
100900     MOVE FL-DATA-ENVIO(1:4) TO WS-ED-DATA-ANO.
101000     MOVE WS-ED-DATA         TO WS-EXT-RAZ-DATA.
101100     IF WS-RAZ-ENVIADO = ZERO AND WS-RAZ-ORIGINAL NOT = ZERO
101200         MOVE 'ESTORNADO PELO FOLHADJ' TO WS-EXT-RAZ-SITUACAO
101300     ELSE
101400       IF WS-RAZ-AJUSTES NOT = ZERO
101500         MOVE 'AJUSTADO PELO FOLHADJ'  TO WS-EXT-RAZ-SITUACAO
101600       ELSE
101700         MOVE 'ENVIADO'                TO WS-EXT-RAZ-SITUACAO
101800       END-IF
101900     END-IF.
102000 3610-IMPRIME.
102100     WRITE LINHA-EXTRATO FROM WS-EXT-LINHA-RAZAO
102200         AFTER ADVANCING 1 LINE.
102300     ADD 1 TO WS-LINHAS-NA-PAGINA.
102400 3610-EXIT.
102500     EXIT.
102600*****************************************************************
102700*    7000-LER-REGISTRO-VENDAS                                   *
102800*    LE O PROXIMO REGISTRO DE ARQUIVO-VENDAS -- O REGISTRO DE   *
102900*    CONTROLE DO CRMCONV E' O FIM LOGICO DO ARQUIVO             *
103000*****************************************************************
103100 7000-LER-REGISTRO-VENDAS.
103200     READ ARQUIVO-VENDAS
103300         AT END MOVE 'S' TO WS-FIM-ARQUIVO-VENDAS
103400         NOT AT END
103500             IF NOME-REGISTRO-VENDAS = '*CONTROLE*'
103600                 MOVE 'S' TO WS-FIM-ARQUIVO-VENDAS
103700             END-IF
103800     END-READ.
103900 7000-EXIT.
104000     EXIT.
104100*****************************************************************
104200*    7100-LER-COMISSAO                                          *
104300*    LE O PROXIMO REGISTRO DO ARQUIVO-COMISSAO                  *
104400*****************************************************************
104500 7100-LER-COMISSAO.
104600     READ ARQUIVO-COMISSAO
104700         AT END MOVE 'S' TO WS-FIM-ARQUIVO-COMISSAO
104800     END-READ.
104900 7100-EXIT.
105000     EXIT.
105100*****************************************************************
105200*    7200-LER-EXTRATO-ORD                                       *
105300*    LE O PROXIMO LANCAMENTO NA ORDEM DE IMPRESSAO              *
105400*****************************************************************
105500 7200-LER-EXTRATO-ORD.
105600     READ ARQUIVO-EXTRATO-ORD
105700         AT END MOVE 'S' TO WS-FIM-EXTRATO-ORD
105800     END-READ.
105900 7200-EXIT.
106000     EXIT.
106100*****************************************************************
106200*    8000-FINALIZACAO                                           *
106300*    RESUME A EMISSAO NO CONSOLE E FECHA OS ARQUIVOS            *
106400*****************************************************************
106500 8000-FINALIZACAO.
106600     DISPLAY 'EXTCOMIS -- PERIODO ' WS-ANO-ATUAL 'T'
106700         WS-TRIMESTRE-ATUAL ': ' WS-CONTADOR-EXTRATOS
106800         ' EXTRATO(S), ' WS-CONTADOR-LANCAMENTOS
106900         ' LANCAMENTO(S) IMPRESSO(S)'.
107000     DISPLAY 'EXTCOMIS -- LANCAMENTOS FORA DO EXTRATO: '
107100         WS-CONTADOR-DESCARTADOS ' REJEITADO(S) NA CRITICA, '
107200         WS-CONTADOR-DUPLICADOS ' DUPLICADO(S), '
107300         WS-CONTADOR-SEM-COMISSAO ' SEM COMISSAO NO PERIODO'.
107400     IF WS-CONTADOR-DIVERGENTES > ZERO
107500         DISPLAY 'EXTCOMIS -- AVISO: ' WS-CONTADOR-DIVERGENTES
107600             ' EXTRATO(S) COM SOMA DE LANCAMENTOS DIFERENTE DO '
107700             'TOTAL APURADO -- CONFERIR OS CARTOES DO VENDCORR'
107800     END-IF.
107900     IF VENDEDOR-MASTER-DISPONIVEL
108000         CLOSE VENDEDOR-MASTER
108100     END-IF.
108200     IF COTA-MASTER-DISPONIVEL
108300         CLOSE COTA-MASTER
108400     END-IF.
108500     IF LEDGER-DISPONIVEL
108600         CLOSE FOLHA-LEDGER
108700     END-IF.
108800     CLOSE RELAT-EXTRATO.
108900 8000-EXIT.
109000     EXIT.
