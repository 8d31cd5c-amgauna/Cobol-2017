000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMGER.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. NAO HA CONSIDERACOES DE SEGURANCA PARA COMGER.
000800*****************************************************************
000900*                                                               *
001000*    UM RESUMO DO PROGRAMA COMGER --                            *
001100*                                                               *
001200*    COMGER APURA O OVERRIDE DOS GERENTES REGIONAIS DE UM       *
001300*    PERIODO JA FECHADO. LE O ARQUIVO-COMISSAO DO FECHAMENTO E  *
001400*    AGRUPA AS VENDAS E AS COTAS POR REGIAO DO MESMO MODO QUE   *
001500*    O REGREL (REGIAO DO VENDEDOR NO MESTRE, REGIAO CORINGA     *
001600*    'ZZZZ' PARA QUEM NAO CONSTA NELE). O ATINGIMENTO DA        *
001700*    REGIAO ESCOLHE A TAXA DE OVERRIDE NAS MESMAS FAIXAS DE     *
001800*    90% E 110% DO QUARTER, E A TAXA INCIDE SOBRE O TOTAL DE    *
001900*    VENDAS DA REGIAO. O OVERRIDE E' PAGO AO GERENTE            *
002000*    IDENTIFICADO PELA MATRICULA NO MESTRE DE REGIOES E SOMADO  *
002100*    POR GERENTE QUANDO ELE RESPONDE POR MAIS DE UMA REGIAO.    *
002200*                                                               *
002300*    CADA GERENTE VIRA UMA TRANSACAO 'D' COM O TIPO DE          *
002400*    PAGAMENTO 'G' NO LAYOUT DO ARQUIVO-FOLHA, COM TRAILER, E   *
002500*    UM LANCAMENTO 'G' NO LIVRO-RAZAO DA FOLHA -- O FOLHACON    *
002600*    CONCILIA O ARQUIVO CONCATENADO AO DO FOLHAEXT. O OVERRIDE  *
002700*    TAMBEM SAI NO LAYOUT DO ARQUIVO-COMISSAO (FAIXA            *
002800*    'OVERRIDE'), QUE O FOLHADJ LE CONCATENADO AO               *
002900*    ARQUIVO-COMISSAO REPROCESSADO PARA AJUSTAR O OVERRIDE      *
003000*    COMO AJUSTA A COMISSAO. SE O RAZAO JA TEM OVERRIDE DO      *
003100*    PERIODO, O PROGRAMA SO' RECALCULA: GRAVA ESSE ARQUIVO E A  *
003200*    LISTAGEM, SEM NOVO PAGAMENTO -- A DIFERENCA SAI PELO       *
003300*    FOLHADJ. ATE AQUI O OVERRIDE ERA CALCULADO NUMA PLANILHA   *
003400*    A PARTIR DA LISTAGEM DO REGREL E DIGITADO NA FOLHA.        *
003500*                                                               *
003600*    O RAZAO TEM UM SO' LANCAMENTO POR MATRICULA NO PERIODO --  *
003700*    GERENTE QUE JA RECEBEU COMISSAO DE VENDEDOR NO PERIODO     *
003800*    SAI COMO CONFLITO NA LISTAGEM, PARA ACERTO MANUAL.         *
003900*                                                               *
004000*****************************************************************
004100*                                                               *
004200*    HISTORICO DE ALTERACOES --                                 *
004300*                                                               *
004400*    05/09/2026  RMS  PROGRAMA ORIGINAL -- OVERRIDE DOS         *
004500*                     GERENTES REGIONAIS PELA INTERFACE DA      *
004600*                     FOLHA DE PAGAMENTO.                       *
004700*                                                               *
004800*****************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT ARQUIVO-COMISSAO ASSIGN TO ARQCOM
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS VM-MATRICULA-VENDEDOR
006300         FILE STATUS IS WS-STATUS-MASTER.
006400     SELECT REGIAO-MASTER ASSIGN TO REGMAST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS RG-CODIGO-REGIAO
006800         FILE STATUS IS WS-STATUS-REGIAO.
006900     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS FL-CHAVE-LEDGER
007300         FILE STATUS IS WS-STATUS-LEDGER.
007400     SELECT PERIODO-CONTROLE ASSIGN TO PERCTL
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS PC-CHAVE-PERIODO
007800         FILE STATUS IS WS-STATUS-PERIODO-CTL.
007900     SELECT ARQUIVO-FOLHA-GERENTE ASSIGN TO FOLHAGER
008000         ORGANIZATION IS SEQUENTIAL.
008100     SELECT ARQUIVO-OVERRIDE ASSIGN TO ARQGER
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT RELAT-OVERRIDE ASSIGN TO RELGER
008400         ORGANIZATION IS SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700*****************************************************************
008800*    ARQUIVO-COMISSAO -- ENTRADA, A COMISSAO DE CADA VENDEDOR   *
008900*    CALCULADA PELO QUARTER NO FECHAMENTO DO PERIODO            *
009000*****************************************************************
009100 FD  ARQUIVO-COMISSAO
009200     LABEL RECORDS ARE STANDARD.
009300     COPY COMISREG.
009400*****************************************************************
009500*    VENDEDOR-MASTER -- ENTRADA, A REGIAO DE CADA VENDEDOR      *
009600*****************************************************************
009700 FD  VENDEDOR-MASTER
009800     LABEL RECORDS ARE STANDARD.
009900     COPY VENDMAST.
010000*****************************************************************
010100*    REGIAO-MASTER -- ENTRADA, A DESCRICAO DA REGIAO E O        *
010200*    GERENTE REGIONAL (NOME E MATRICULA)                        *
010300*****************************************************************
010400 FD  REGIAO-MASTER
010500     LABEL RECORDS ARE STANDARD.
010600     COPY REGMAST.
010700*****************************************************************
010800*    FOLHA-LEDGER -- ENTRADA/SAIDA, O LIVRO-RAZAO DO QUE JA     *
010900*    FOI ENVIADO A FOLHA NO PERIODO -- RECEBE UM LANCAMENTO     *
011000*    'G' POR GERENTE PAGO                                       *
011100*****************************************************************
011200 FD  FOLHA-LEDGER
011300     LABEL RECORDS ARE STANDARD.
011400     COPY FOLHALED.
011500*****************************************************************
011600*    PERIODO-CONTROLE -- ENTRADA, A SITUACAO ABERTO/FECHADO DO  *
011700*    PERIODO -- SO' UM PERIODO FECHADO PAGA OVERRIDE            *
011800*****************************************************************
011900 FD  PERIODO-CONTROLE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY PERIODCT.
012200*****************************************************************
012300*    ARQUIVO-FOLHA-GERENTE -- SAIDA, AS TRANSACOES DE OVERRIDE  *
012400*    NO LAYOUT DO ARQUIVO-FOLHA ('D' COM TIPO DE PAGAMENTO 'G') *
012500*    E O TRAILER 'T' COM A QUANTIDADE E O VALOR TOTAL           *
012600*****************************************************************
012700 FD  ARQUIVO-FOLHA-GERENTE
012800     LABEL RECORDS ARE STANDARD
012900     RECORD CONTAINS 80 CHARACTERS.
013000     COPY FOLHAREG.
013100*****************************************************************
013200*    ARQUIVO-OVERRIDE -- SAIDA, O OVERRIDE DE CADA GERENTE NO   *
013300*    LAYOUT DO ARQUIVO-COMISSAO (COPY COM REPLACING PARA        *
013400*    DISTINGUIR DO ARQUIVO DE ENTRADA), COM A FAIXA 'OVERRIDE'  *
013500*    -- SO' A MATRICULA, O NOME, A FAIXA E O VALOR SAO          *
013600*    PREENCHIDOS; E' A ENTRADA DO FOLHADJ PARA O OVERRIDE       *
013700*****************************************************************
013800 FD  ARQUIVO-OVERRIDE
013900     LABEL RECORDS ARE STANDARD.
014000     COPY COMISREG REPLACING
014100         ==REG-COMISSAO== BY ==REG-OVERRIDE==
014200         ==CM-MATRICULA== BY ==OV-MATRICULA==
014300         ==CM-NOME== BY ==OV-NOME==
014400         ==CM-TRIMESTRE== BY ==OV-TRIMESTRE==
014500         ==CM-COTA== BY ==OV-COTA==
014600         ==CM-PERC-ATINGIMENTO== BY ==OV-PERC-ATINGIMENTO==
014700         ==CM-FAIXA== BY ==OV-FAIXA==
014800         ==CM-VALOR-COMISSAO== BY ==OV-VALOR-COMISSAO==.
014900*****************************************************************
015000*    RELAT-OVERRIDE -- SAIDA, LISTAGEM DO OVERRIDE POR REGIAO   *
015100*    E POR GERENTE, COM A SITUACAO DE CADA UM                   *
015200*****************************************************************
015300 FD  RELAT-OVERRIDE
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 132 CHARACTERS.
015600 01  LINHA-OVERRIDE                   PIC X(132).
015700 WORKING-STORAGE SECTION.
015800*****************************************************************
015900*    CHAVES E CONTADORES DE CONTROLE                            *
016000*****************************************************************
016100 77  WS-FIM-ARQUIVO-COMISSAO          PIC X(01) VALUE 'N'.
016200     88  FIM-ARQUIVO-COMISSAO                   VALUE 'S'.
016300 77  WS-STATUS-MASTER                 PIC X(02) VALUE SPACES.
016400 77  WS-STATUS-REGIAO                 PIC X(02) VALUE SPACES.
016500 77  WS-STATUS-LEDGER                 PIC X(02) VALUE SPACES.
016600 77  WS-STATUS-PERIODO-CTL            PIC X(02) VALUE SPACES.
016700 77  WS-FIM-LEDGER                    PIC X(01) VALUE 'N'.
016800     88  FIM-LEDGER-PERIODO                     VALUE 'S'.
016900 77  WS-MODO-RECALCULO-SW             PIC X(01) VALUE 'N'.
017000     88  MODO-RECALCULO                         VALUE 'S'.
017100 77  WS-DATA-ENVIO                    PIC 9(08) VALUE ZERO.
017200 77  WS-HORA-ENVIO                    PIC 9(08) VALUE ZERO.
017300 77  WS-CONTADOR-LIDAS                PIC 9(06) COMP-3 VALUE ZERO.
017400 77  WS-CONTADOR-COMISSAO-RAZAO       PIC 9(06) COMP-3 VALUE ZERO.
017500 77  WS-CONTADOR-OVERRIDE-RAZAO       PIC 9(06) COMP-3 VALUE ZERO.
017600 77  WS-CONTADOR-SEM-GERENTE          PIC 9(06) COMP-3 VALUE ZERO.
017700 77  WS-CONTADOR-PAGOS                PIC 9(06) COMP-3 VALUE ZERO.
017800 77  WS-CONTADOR-CONFLITOS            PIC 9(06) COMP-3 VALUE ZERO.
017900 77  WS-TOTAL-OVERRIDE                PIC S9(9)V99 COMP-3
018000                                              VALUE ZERO.
018100 77  WS-TOTAL-ENVIADO                 PIC S9(9)V99 COMP-3
018200                                              VALUE ZERO.
018300 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
018400 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
018500 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
018600*****************************************************************
018700*    FAIXAS DE ATINGIMENTO (AS MESMAS DO QUARTER) E TAXAS DE    *
018800*    OVERRIDE, EM PERCENTUAL SOBRE O TOTAL DE VENDAS DA         *
018900*    REGIAO -- ABAIXO DE 90% DA COTA NAO HA OVERRIDE            *
019000*****************************************************************
019100 77  WS-LIMITE-FAIXA-PADRAO           PIC 9(03)V99 COMP-3
019200                                              VALUE 090,00.
019300 77  WS-LIMITE-FAIXA-BONUS            PIC 9(03)V99 COMP-3
019400                                              VALUE 110,00.
019500 77  WS-TAXA-OVERRIDE-PADRAO          PIC 9V99 COMP-3 VALUE 0,50.
019600 77  WS-TAXA-OVERRIDE-BONUS           PIC 9V99 COMP-3 VALUE 1,00.
019700 77  WS-TAXA-APLICADA                 PIC 9V99 COMP-3 VALUE ZERO.
019800 77  WS-VALOR-OVERRIDE                PIC S9(7)V99 COMP-3
019900                                              VALUE ZERO.
020000 77  WS-MATRICULA-GERENTE             PIC 9(06) VALUE ZERO.
020100 77  WS-NOME-GERENTE                  PIC X(15) VALUE SPACES.
020200 77  WS-SITUACAO                      PIC X(045) VALUE SPACES.
020300*****************************************************************
020400*    PERIODO APURADO (ANO/TRIMESTRE), RECEBIDO DO OPERADOR VIA  *
020500*    CARTAO DE PARAMETRO (SYSIN) NO MESMO FORMATO AAAAT DO      *
020600*    QUARTER -- SEM FALLBACK, COMO NO FOLHADJ: UM PAGAMENTO NO  *
020700*    PERIODO ERRADO NAO SE DESFAZ, ENTAO CARTAO AUSENTE OU      *
020800*    INVALIDO INTERROMPE A EXECUCAO                             *
020900*****************************************************************
021000 77  WS-PARM-PERIODO                  PIC X(05) VALUE SPACES.
021100 77  WS-PARM-ANO                      PIC 9(04) VALUE ZERO.
021200 77  WS-PARM-TRIMESTRE                PIC 9(01) VALUE ZERO.
021300 77  WS-PARM-PERIODO-VALIDO-SW        PIC X(01) VALUE 'N'.
021400     88  WS-PARM-PERIODO-VALIDO              VALUE 'S'.
021500 77  WS-ANO-ATUAL                     PIC 9(04) VALUE ZERO.
021600 77  WS-TRIMESTRE-ATUAL               PIC 9(01) VALUE ZERO.
021700*****************************************************************
021800*    TABELA DE ACUMULACAO POR REGIAO -- TOTAL DE VENDAS E DE    *
021900*    COTA, QUANTIDADE DE VENDEDORES E O ATINGIMENTO, NOS        *
022000*    MESMOS MOLDES DO REGREL                                    *
022100*****************************************************************
022200 77  WS-IND-REGIAO                    PIC 9(02) COMP VALUE ZERO.
022300 77  WS-IND-REGIAO-ACHADA             PIC 9(02) COMP VALUE ZERO.
022400 77  WS-REGIAO-VENDEDOR               PIC X(04) VALUE SPACES.
022500 01  WS-TABELA-REGIOES.
022600     05  WS-QTD-REGIOES               PIC 9(02) COMP VALUE ZERO.
022700     05  WS-REG-ENTRADA               OCCURS 50 TIMES.
022800         10  WS-TAB-REGIAO            PIC X(04).
022900         10  WS-TAB-VENDAS            PIC S9(9)V99 COMP-3.
023000         10  WS-TAB-COTA              PIC S9(9)V99 COMP-3.
023100         10  WS-TAB-VENDEDORES        PIC 9(06) COMP-3.
023200         10  WS-TAB-ATINGIMENTO       PIC S9(3)V99 COMP-3.
023300*****************************************************************
023400*    TABELA DE GERENTES -- O OVERRIDE SOMADO POR MATRICULA DE   *
023500*    GERENTE, QUE PODE RESPONDER POR MAIS DE UMA REGIAO         *
023600*****************************************************************
023700 77  WS-IND-GERENTE                   PIC 9(02) COMP VALUE ZERO.
023800 77  WS-IND-GERENTE-ACHADO            PIC 9(02) COMP VALUE ZERO.
023900 01  WS-TABELA-GERENTES.
024000     05  WS-QTD-GERENTES              PIC 9(02) COMP VALUE ZERO.
024100     05  WS-GER-ENTRADA               OCCURS 50 TIMES.
024200         10  WS-TGE-MATRICULA         PIC 9(06).
024300         10  WS-TGE-NOME              PIC X(15).
024400         10  WS-TGE-REGIOES           PIC 9(03) COMP-3.
024500         10  WS-TGE-OVERRIDE          PIC S9(7)V99 COMP-3.
024600*****************************************************************
024700*    LANCAMENTOS DO PERIODO JA EXISTENTES NO RAZAO, INDEXADOS   *
024800*    DIRETO PELA MATRICULA -- 'C' COMISSAO DE VENDEDOR, 'G'     *
024900*    OVERRIDE DE GERENTE, EM BRANCO SEM LANCAMENTO              *
025000*****************************************************************
025100 01  WS-TABELA-RAZAO                  VALUE SPACES.
025200     05  WS-LANCAMENTO-RAZAO          PIC X(01)
025300                                          OCCURS 999999 TIMES.
025400 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
025500*****************************************************************
025600*    RELAT-OVERRIDE -- LINHAS DE CABECALHO, DETALHE E RODAPE    *
025700*****************************************************************
025800 01  WS-OVR-CABECALHO-1.
025900     05  FILLER                       PIC X(030) VALUE SPACES.
026000     05  FILLER                       PIC X(045) VALUE
026100         'OVERRIDE DOS GERENTES REGIONAIS'.
026200     05  FILLER                       PIC X(008) VALUE
026300         'PERIODO'.
026400     05  WS-OVR-C1-ANO                PIC 9(04).
026500     05  FILLER                       PIC X(001) VALUE 'T'.
026600     05  WS-OVR-C1-TRIMESTRE          PIC 9(01).
026700     05  FILLER                       PIC X(006) VALUE SPACES.
026800     05  FILLER                       PIC X(007) VALUE
026900         'PAGINA'.
027000     05  WS-OVR-C1-PAGINA             PIC ZZ9.
027100     05  FILLER                       PIC X(027) VALUE SPACES.
027200 01  WS-OVR-CABECALHO-MODO.
027300     05  FILLER                       PIC X(030) VALUE SPACES.
027400     05  WS-OVR-MODO                  PIC X(060).
027500     05  FILLER                       PIC X(042) VALUE SPACES.
027600 01  WS-OVR-CABECALHO-2.
027700     05  FILLER                       PIC X(002) VALUE SPACES.
027800     05  FILLER                       PIC X(007) VALUE 'REGIAO'.
027900     05  FILLER                       PIC X(022) VALUE
028000         'DESCRICAO'.
028100     05  FILLER                       PIC X(008) VALUE 'MATRIC.'.
028200     05  FILLER                       PIC X(018) VALUE
028300         'TOTAL VENDAS'.
028400     05  FILLER                       PIC X(019) VALUE
028500         'TOTAL COTA'.
028600     05  FILLER                       PIC X(009) VALUE
028700         'ATING %'.
028800     05  FILLER                       PIC X(008) VALUE 'TAXA %'.
028900     05  FILLER                       PIC X(015) VALUE
029000         'OVERRIDE'.
029100     05  FILLER                       PIC X(020) VALUE
029200         'SITUACAO'.
029300     05  FILLER                       PIC X(004) VALUE SPACES.
029400 01  WS-OVR-LINHA-REGIAO.
029500     05  FILLER                       PIC X(002) VALUE SPACES.
029600     05  WS-OVR-REGIAO                PIC X(004).
029700     05  FILLER                       PIC X(003) VALUE SPACES.
029800     05  WS-OVR-DESCRICAO             PIC X(020).
029900     05  FILLER                       PIC X(002) VALUE SPACES.
030000     05  WS-OVR-MATRICULA             PIC X(006).
030100     05  FILLER                       PIC X(002) VALUE SPACES.
030200     05  WS-OVR-VENDAS                PIC -Z.ZZZ.ZZZ.ZZ9,99.
030300     05  FILLER                       PIC X(001) VALUE SPACES.
030400     05  WS-OVR-COTA                  PIC -Z.ZZZ.ZZZ.ZZ9,99.
030500     05  FILLER                       PIC X(002) VALUE SPACES.
030600     05  WS-OVR-ATINGIMENTO           PIC ZZ9,99.
030700     05  FILLER                       PIC X(001) VALUE '%'.
030800     05  FILLER                       PIC X(002) VALUE SPACES.
030900     05  WS-OVR-TAXA                  PIC Z9,99.
031000     05  FILLER                       PIC X(001) VALUE '%'.
031100     05  FILLER                       PIC X(002) VALUE SPACES.
031200     05  WS-OVR-VALOR                 PIC -Z.ZZZ.ZZ9,99.
031300     05  FILLER                       PIC X(002) VALUE SPACES.
031400     05  WS-OVR-SITUACAO-REGIAO       PIC X(020).
031500     05  FILLER                       PIC X(004) VALUE SPACES.
031600 01  WS-OVR-TITULO-GERENTES.
031700     05  FILLER                       PIC X(002) VALUE SPACES.
031800     05  FILLER                       PIC X(040) VALUE
031900         'OVERRIDE POR GERENTE REGIONAL'.
032000     05  FILLER                       PIC X(090) VALUE SPACES.
032100 01  WS-OVR-CABECALHO-GERENTES.
032200     05  FILLER                       PIC X(002) VALUE SPACES.
032300     05  FILLER                       PIC X(011) VALUE
032400         'MATRICULA'.
032500     05  FILLER                       PIC X(017) VALUE 'GERENTE'.
032600     05  FILLER                       PIC X(009) VALUE 'REGIOES'.
032700     05  FILLER                       PIC X(015) VALUE
032800         'OVERRIDE'.
032900     05  FILLER                       PIC X(045) VALUE
033000         'SITUACAO'.
033100     05  FILLER                       PIC X(033) VALUE SPACES.
033200 01  WS-OVR-LINHA-GERENTE.
033300     05  FILLER                       PIC X(002) VALUE SPACES.
033400     05  WS-OVR-GER-MATRICULA         PIC 9(06).
033500     05  FILLER                       PIC X(005) VALUE SPACES.
033600     05  WS-OVR-GER-NOME              PIC X(015).
033700     05  FILLER                       PIC X(002) VALUE SPACES.
033800     05  WS-OVR-GER-REGIOES           PIC ZZ9.
033900     05  FILLER                       PIC X(006) VALUE SPACES.
034000     05  WS-OVR-GER-VALOR             PIC -Z.ZZZ.ZZ9,99.
034100     05  FILLER                       PIC X(002) VALUE SPACES.
034200     05  WS-OVR-GER-SITUACAO          PIC X(045).
034300     05  FILLER                       PIC X(033) VALUE SPACES.
034400 01  WS-LINHA-RODAPE-OVERRIDE-1.
034500     05  FILLER                       PIC X(002) VALUE SPACES.
034600     05  FILLER                       PIC X(009) VALUE
034700         'REGIOES'.
034800     05  WS-ROD-REGIOES               PIC ZZ9.
034900     05  FILLER                       PIC X(003) VALUE SPACES.
035000     05  FILLER                       PIC X(013) VALUE
035100         'SEM GERENTE'.
035200     05  WS-ROD-SEM-GERENTE           PIC ZZ9.
035300     05  FILLER                       PIC X(003) VALUE SPACES.
035400     05  FILLER                       PIC X(016) VALUE
035500         'GERENTES PAGOS'.
035600     05  WS-ROD-PAGOS                 PIC ZZ9.
035700     05  FILLER                       PIC X(003) VALUE SPACES.
035800     05  FILLER                       PIC X(011) VALUE
035900         'CONFLITOS'.
036000     05  WS-ROD-CONFLITOS             PIC ZZ9.
036100     05  FILLER                       PIC X(060) VALUE SPACES.
036200 01  WS-LINHA-RODAPE-OVERRIDE-2.
036300     05  FILLER                       PIC X(002) VALUE SPACES.
036400     05  FILLER                       PIC X(019) VALUE
036500         'TOTAL DE OVERRIDE'.
036600     05  WS-ROD-TOTAL-OVERRIDE        PIC -Z.ZZZ.ZZZ.ZZ9,99.
036700     05  FILLER                       PIC X(004) VALUE SPACES.
036800     05  FILLER                       PIC X(017) VALUE
036900         'ENVIADO A FOLHA'.
037000     05  WS-ROD-TOTAL-ENVIADO         PIC -Z.ZZZ.ZZZ.ZZ9,99.
037100     05  FILLER                       PIC X(056) VALUE SPACES.
037200 PROCEDURE DIVISION.
037300*****************************************************************
037400*    0000-MAINLINE-CONTROLE                                     *
037500*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
037600*****************************************************************
037700 0000-MAINLINE-CONTROLE.
037800     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
037900     PERFORM 7000-LER-COMISSAO THRU 7000-EXIT.
038000     PERFORM 2000-ACUMULA-COMISSAO THRU 2000-EXIT
038100         UNTIL FIM-ARQUIVO-COMISSAO.
038200     PERFORM 3000-CALCULA-REGIOES THRU 3000-EXIT.
038300     PERFORM 4000-PROCESSA-GERENTES THRU 4000-EXIT.
038400     PERFORM 5000-GRAVA-TRAILER-FOLHA THRU 5000-EXIT.
038500     PERFORM 6000-IMPRIME-RODAPE THRU 6000-EXIT.
038600     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
038700     STOP RUN.
038800*****************************************************************
038900*    1000-INICIALIZACAO                                         *
039000*    VALIDA O CARTAO DE PERIODO E O FECHAMENTO, ABRE OS         *
039100*    ARQUIVOS E CONFERE NO RAZAO QUE AS COMISSOES DO PERIODO    *
039200*    JA FORAM ENVIADAS PELO FOLHAEXT -- O OVERRIDE VEM DEPOIS   *
039300*    DELAS, SENAO O FOLHAEXT ENCONTRARIA O PERIODO NO RAZAO E   *
039400*    RECUSARIA O ENVIO. OVERRIDE JA LANCADO NO PERIODO LIGA O   *
039500*    MODO DE RECALCULO, SEM NOVO PAGAMENTO                      *
039600*****************************************************************
039700 1000-INICIALIZACAO.
039800     PERFORM 1600-DETERMINA-PERIODO-ATUAL THRU 1600-EXIT.
039900     PERFORM 1650-VERIFICA-PERIODO-FECHADO THRU 1650-EXIT.
040000     OPEN INPUT REGIAO-MASTER.
040100     IF WS-STATUS-REGIAO NOT = '00'
040200         DISPLAY 'COMGER -- MESTRE DE REGIOES INDISPONIVEL '
040300             '(STATUS ' WS-STATUS-REGIAO ') -- SEM ELE NENHUM '
040400             'GERENTE PODE SER IDENTIFICADO -- EXECUCAO '
040500             'INTERROMPIDA'
040600         STOP RUN.
040700     OPEN INPUT VENDEDOR-MASTER.
040800     IF WS-STATUS-MASTER NOT = '00'
040900         DISPLAY 'COMGER -- MESTRE DE VENDEDORES INDISPONIVEL '
041000             '(STATUS ' WS-STATUS-MASTER ') -- EXECUCAO '
041100             'INTERROMPIDA'
041200         CLOSE REGIAO-MASTER
041300         STOP RUN.
041400     OPEN I-O FOLHA-LEDGER.
041500     IF WS-STATUS-LEDGER NOT = '00'
041600         DISPLAY 'COMGER -- LIVRO-RAZAO DE COMISSOES ENVIADAS '
041700             'INDISPONIVEL (STATUS ' WS-STATUS-LEDGER ') -- '
041800             'EXECUTE O FOLHAEXT DO PERIODO ANTES DO OVERRIDE -- '
041900             'EXECUCAO INTERROMPIDA'
042000         CLOSE REGIAO-MASTER
042100               VENDEDOR-MASTER
042200         STOP RUN.
042300     PERFORM 1800-VARRE-RAZAO-PERIODO THRU 1800-EXIT.
042400     IF WS-CONTADOR-COMISSAO-RAZAO = ZERO
042500         DISPLAY 'COMGER -- AS COMISSOES DO PERIODO ' WS-ANO-ATUAL
042600             'T' WS-TRIMESTRE-ATUAL ' AINDA NAO FORAM ENVIADAS '
042700             'A FOLHA -- EXECUTE O FOLHAEXT ANTES DO OVERRIDE -- '
042800             'EXECUCAO INTERROMPIDA'
042900         CLOSE REGIAO-MASTER
043000               VENDEDOR-MASTER
043100               FOLHA-LEDGER
043200         STOP RUN.
043300     IF WS-CONTADOR-OVERRIDE-RAZAO > ZERO
043400         MOVE 'S' TO WS-MODO-RECALCULO-SW
043500         MOVE 'RECALCULO -- SEM ENVIO, AJUSTE PELO FOLHADJ'
043600             TO WS-OVR-MODO
043700         DISPLAY 'COMGER -- O PERIODO ' WS-ANO-ATUAL 'T'
043800             WS-TRIMESTRE-ATUAL ' JA TEM OVERRIDE NO RAZAO -- '
043900             'SO O ARQUIVO DE OVERRIDE SERA GRAVADO, PARA O '
044000             'FOLHADJ CALCULAR AS DIFERENCAS'
044100     ELSE
044200         MOVE 'ENVIO DO OVERRIDE A FOLHA DE PAGAMENTO'
044300             TO WS-OVR-MODO
044400     END-IF.
044500     OPEN INPUT  ARQUIVO-COMISSAO
044600          OUTPUT ARQUIVO-FOLHA-GERENTE
044700          OUTPUT ARQUIVO-OVERRIDE
044800          OUTPUT RELAT-OVERRIDE.
044900     ACCEPT WS-DATA-ENVIO FROM DATE YYYYMMDD.
045000     ACCEPT WS-HORA-ENVIO FROM TIME.
045100     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
045200 1000-EXIT.
045300     EXIT.
045400*****************************************************************
045500*    1100-IMPRIME-CABECALHO                                     *
045600*    IMPRIME AS LINHAS DE CABECALHO E REINICIA O CONTADOR DE    *
045700*    LINHAS DA PAGINA                                           *
045800*****************************************************************
045900 1100-IMPRIME-CABECALHO.
046000     ADD 1 TO WS-PAGINA-ATUAL.
046100     MOVE WS-PAGINA-ATUAL    TO WS-OVR-C1-PAGINA.
046200     MOVE WS-ANO-ATUAL       TO WS-OVR-C1-ANO.
046300     MOVE WS-TRIMESTRE-ATUAL TO WS-OVR-C1-TRIMESTRE.
046400     WRITE LINHA-OVERRIDE FROM WS-OVR-CABECALHO-1
046500         AFTER ADVANCING PAGE.
046600     WRITE LINHA-OVERRIDE FROM WS-OVR-CABECALHO-MODO
046700         AFTER ADVANCING 1 LINE.
046800     WRITE LINHA-OVERRIDE FROM WS-LINHA-BRANCO
046900         AFTER ADVANCING 1 LINE.
047000     WRITE LINHA-OVERRIDE FROM WS-OVR-CABECALHO-2
047100         AFTER ADVANCING 1 LINE.
047200     WRITE LINHA-OVERRIDE FROM WS-LINHA-BRANCO
047300         AFTER ADVANCING 1 LINE.
047400     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
047500 1100-EXIT.
047600     EXIT.
047700*****************************************************************
047800*    1600-DETERMINA-PERIODO-ATUAL                               *
047900*    LE E VALIDA O CARTAO DE PARAMETRO AAAAT -- SEM FALLBACK    *
048000*    PELA DATA DO SISTEMA                                       *
048100*****************************************************************
048200 1600-DETERMINA-PERIODO-ATUAL.
048300     MOVE 'N' TO WS-PARM-PERIODO-VALIDO-SW.
048400     ACCEPT WS-PARM-PERIODO FROM SYSIN.
048500     IF WS-PARM-PERIODO(1:4) IS NUMERIC
048600         AND WS-PARM-PERIODO(5:1) IS NUMERIC
048700         MOVE WS-PARM-PERIODO(1:4) TO WS-PARM-ANO
048800         MOVE WS-PARM-PERIODO(5:1) TO WS-PARM-TRIMESTRE
048900         IF WS-PARM-TRIMESTRE >= 1 AND WS-PARM-TRIMESTRE <= 4
049000             MOVE 'S' TO WS-PARM-PERIODO-VALIDO-SW
049100         END-IF
049200     END-IF.
049300     IF WS-PARM-PERIODO-VALIDO
049400         MOVE WS-PARM-ANO       TO WS-ANO-ATUAL
049500         MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-ATUAL
049600     ELSE
049700         DISPLAY 'COMGER -- CARTAO DE PARAMETRO DE PERIODO '
049800             'AUSENTE OU INVALIDO (' WS-PARM-PERIODO ') -- '
049900             'INFORMAR AAAAT -- EXECUCAO INTERROMPIDA'
050000         STOP RUN
050100     END-IF.
050200 1600-EXIT.
050300     EXIT.
050400*****************************************************************
050500*    1650-VERIFICA-PERIODO-FECHADO                              *
050600*    CONSULTA O CONTROLE DE PERIODOS -- O OVERRIDE SO' SAI DE   *
050700*    UM PERIODO JA FECHADO PELO QUARTER, COMO NO FOLHAEXT       *
050800*****************************************************************
050900 1650-VERIFICA-PERIODO-FECHADO.
051000     OPEN INPUT PERIODO-CONTROLE.
051100     IF WS-STATUS-PERIODO-CTL NOT = '00'
051200         DISPLAY 'COMGER -- CONTROLE DE PERIODOS '
051300             'INDISPONIVEL (STATUS ' WS-STATUS-PERIODO-CTL
051400             ') -- SEM A CONFIRMACAO DE FECHAMENTO O OVERRIDE '
051500             'NAO PODE SER APURADO -- EXECUCAO INTERROMPIDA'
051600         STOP RUN.
051700     MOVE WS-ANO-ATUAL       TO PC-ANO-PERIODO.
051800     MOVE WS-TRIMESTRE-ATUAL TO PC-TRIMESTRE-PERIODO.
051900     MOVE ZERO               TO PC-SEQUENCIA.
052000     READ PERIODO-CONTROLE
052100         INVALID KEY
052200             MOVE SPACE TO PC-SITUACAO
052300     END-READ.
052400     IF NOT PC-PERIODO-FECHADO
052500         DISPLAY 'COMGER -- O PERIODO ' WS-ANO-ATUAL 'T'
052600             WS-TRIMESTRE-ATUAL ' NAO ESTA FECHADO NO '
052700             'CONTROLE DE PERIODOS -- COMPLETE O FECHAMENTO '
052800             'DO QUARTER ANTES DO OVERRIDE -- '
052900             'EXECUCAO INTERROMPIDA'
053000         CLOSE PERIODO-CONTROLE
053100         STOP RUN.
053200     CLOSE PERIODO-CONTROLE.
053300 1650-EXIT.
053400     EXIT.
053500*****************************************************************
053600*    1800-VARRE-RAZAO-PERIODO                                   *
053700*    PERCORRE OS LANCAMENTOS DO PERIODO NO RAZAO, CONTANDO AS   *
053800*    COMISSOES E OS OVERRIDES E GUARDANDO O TIPO DE CADA        *
053900*    MATRICULA PARA A CONFERENCIA DE CONFLITO                   *
054000*****************************************************************
054100 1800-VARRE-RAZAO-PERIODO.
054200     MOVE 'N'                 TO WS-FIM-LEDGER.
054300     MOVE WS-ANO-ATUAL        TO FL-ANO-APURACAO.
054400     MOVE WS-TRIMESTRE-ATUAL  TO FL-TRIMESTRE-APURACAO.
054500     MOVE ZERO                TO FL-MATRICULA.
054600     START FOLHA-LEDGER KEY NOT < FL-CHAVE-LEDGER
054700         INVALID KEY
054800             MOVE 'S' TO WS-FIM-LEDGER
054900     END-START.
055000     PERFORM 7400-LER-LEDGER-PERIODO THRU 7400-EXIT.
055100     PERFORM 1810-CLASSIFICA-LANCAMENTO THRU 1810-EXIT
055200         UNTIL FIM-LEDGER-PERIODO.
055300 1800-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    1810-CLASSIFICA-LANCAMENTO                                 *
055700*    CONTA O LANCAMENTO DO RAZAO PELO TIPO E MARCA A MATRICULA  *
055800*****************************************************************
055900 1810-CLASSIFICA-LANCAMENTO.
056000     IF FL-LANCAMENTO-OVERRIDE
056100         ADD 1 TO WS-CONTADOR-OVERRIDE-RAZAO
056200         IF FL-MATRICULA > ZERO
056300             MOVE 'G' TO WS-LANCAMENTO-RAZAO (FL-MATRICULA)
056400         END-IF
056500     ELSE
056600         ADD 1 TO WS-CONTADOR-COMISSAO-RAZAO
056700         IF FL-MATRICULA > ZERO
056800             MOVE 'C' TO WS-LANCAMENTO-RAZAO (FL-MATRICULA)
056900         END-IF
057000     END-IF.
057100     PERFORM 7400-LER-LEDGER-PERIODO THRU 7400-EXIT.
057200 1810-EXIT.
057300     EXIT.
057400*****************************************************************
057500*    2000-ACUMULA-COMISSAO                                      *
057600*    LOCALIZA A REGIAO DO VENDEDOR NO MESTRE E ACUMULA O        *
057700*    RESULTADO DELE NA ENTRADA DA REGIAO NA TABELA --           *
057800*    VENDEDOR FORA DO MESTRE CAI NA REGIAO CORINGA 'ZZZZ',      *
057900*    COMO NO REGREL                                             *
058000*****************************************************************
058100 2000-ACUMULA-COMISSAO.
058200     ADD 1 TO WS-CONTADOR-LIDAS.
058300     MOVE CM-MATRICULA TO VM-MATRICULA-VENDEDOR.
058400     READ VENDEDOR-MASTER
058500         INVALID KEY
058600             MOVE 'ZZZZ' TO WS-REGIAO-VENDEDOR
058700         NOT INVALID KEY
058800             MOVE VM-REGIAO-VENDEDOR TO WS-REGIAO-VENDEDOR
058900     END-READ.
059000     PERFORM 2100-LOCALIZA-ENTRADA-REGIAO THRU 2100-EXIT.
059100     IF WS-IND-REGIAO-ACHADA = ZERO
059200         GO TO 2000-LER.
059300     ADD CM-TRIMESTRE TO WS-TAB-VENDAS (WS-IND-REGIAO-ACHADA).
059400     ADD CM-COTA      TO WS-TAB-COTA (WS-IND-REGIAO-ACHADA).
059500     ADD 1 TO WS-TAB-VENDEDORES (WS-IND-REGIAO-ACHADA).
059600 2000-LER.
059700     PERFORM 7000-LER-COMISSAO THRU 7000-EXIT.
059800 2000-EXIT.
059900     EXIT.
060000*****************************************************************
060100*    2100-LOCALIZA-ENTRADA-REGIAO                               *
060200*    PROCURA A REGIAO DO VENDEDOR NA TABELA DE ACUMULACAO --    *
060300*    SE AINDA NAO CONSTA, ABRE UMA ENTRADA NOVA ZERADA; UMA     *
060400*    TABELA CHEIA DESCARTA O EXCEDENTE COM AVISO NO CONSOLE     *
060500*****************************************************************
060600 2100-LOCALIZA-ENTRADA-REGIAO.
060700     MOVE ZERO TO WS-IND-REGIAO-ACHADA.
060800     PERFORM 2110-PROCURA-REGIAO THRU 2110-EXIT
060900         VARYING WS-IND-REGIAO FROM 1 BY 1
061000         UNTIL WS-IND-REGIAO > WS-QTD-REGIOES
061100            OR WS-IND-REGIAO-ACHADA > ZERO.
061200     IF WS-IND-REGIAO-ACHADA > ZERO
061300         GO TO 2100-EXIT.
061400     IF WS-QTD-REGIOES < 50
061500         ADD 1 TO WS-QTD-REGIOES
061600         MOVE WS-QTD-REGIOES TO WS-IND-REGIAO-ACHADA
061700         MOVE WS-REGIAO-VENDEDOR
061800             TO WS-TAB-REGIAO (WS-IND-REGIAO-ACHADA)
061900         MOVE ZERO TO WS-TAB-VENDAS (WS-IND-REGIAO-ACHADA)
062000         MOVE ZERO TO WS-TAB-COTA (WS-IND-REGIAO-ACHADA)
062100         MOVE ZERO TO WS-TAB-VENDEDORES (WS-IND-REGIAO-ACHADA)
062200         MOVE ZERO TO WS-TAB-ATINGIMENTO (WS-IND-REGIAO-ACHADA)
062300     ELSE
062400         DISPLAY 'COMGER -- TABELA DE REGIOES CHEIA -- REGIAO '
062500             WS-REGIAO-VENDEDOR ' FICA SEM OVERRIDE'
062600     END-IF.
062700 2100-EXIT.
062800     EXIT.
062900*****************************************************************
063000*    2110-PROCURA-REGIAO                                        *
063100*    COMPARA A REGIAO DO VENDEDOR COM UMA POSICAO DA TABELA     *
063200*****************************************************************
063300 2110-PROCURA-REGIAO.
063400     IF WS-TAB-REGIAO (WS-IND-REGIAO) = WS-REGIAO-VENDEDOR
063500         MOVE WS-IND-REGIAO TO WS-IND-REGIAO-ACHADA
063600     END-IF.
063700 2110-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    3000-CALCULA-REGIOES                                       *
064100*    APURA O OVERRIDE DE CADA REGIAO DA TABELA E IMPRIME A      *
064200*    LINHA DELA                                                 *
064300*****************************************************************
064400 3000-CALCULA-REGIOES.
064500     PERFORM 3100-CALCULA-REGIAO THRU 3100-EXIT
064600         VARYING WS-IND-REGIAO FROM 1 BY 1
064700         UNTIL WS-IND-REGIAO > WS-QTD-REGIOES.
064800 3000-EXIT.
064900     EXIT.
065000*****************************************************************
065100*    3100-CALCULA-REGIAO                                        *
065200*    CALCULA O ATINGIMENTO DA REGIAO (VENDAS SOBRE COTA, COM O  *
065300*    TETO DE 999,99% DO REGREL), LOCALIZA O GERENTE NO MESTRE   *
065400*    DE REGIOES E APLICA A TAXA DA FAIXA -- REGIAO SEM CADASTRO *
065500*    OU SEM MATRICULA DE GERENTE NAO GERA OVERRIDE              *
065600*****************************************************************
065700 3100-CALCULA-REGIAO.
065800     IF WS-TAB-COTA (WS-IND-REGIAO) > ZERO
065900         COMPUTE WS-TAB-ATINGIMENTO (WS-IND-REGIAO) ROUNDED =
066000             (WS-TAB-VENDAS (WS-IND-REGIAO) /
066100              WS-TAB-COTA (WS-IND-REGIAO)) * 100
066200             ON SIZE ERROR
066300                 MOVE 999,99
066400                     TO WS-TAB-ATINGIMENTO (WS-IND-REGIAO)
066500         END-COMPUTE
066600     ELSE
066700         MOVE ZERO TO WS-TAB-ATINGIMENTO (WS-IND-REGIAO)
066800     END-IF.
066900     MOVE ZERO   TO WS-TAXA-APLICADA.
067000     MOVE ZERO   TO WS-VALOR-OVERRIDE.
067100     MOVE SPACES TO WS-OVR-MATRICULA.
067200     MOVE WS-TAB-REGIAO (WS-IND-REGIAO) TO RG-CODIGO-REGIAO.
067300     READ REGIAO-MASTER
067400         INVALID KEY
067500             MOVE 'NAO CADASTRADA'        TO WS-OVR-DESCRICAO
067600             MOVE 'REGIAO NAO CADASTRADA' TO WS-SITUACAO
067700             ADD 1 TO WS-CONTADOR-SEM-GERENTE
067800             GO TO 3100-IMPRIME
067900     END-READ.
068000     MOVE RG-DESCRICAO-REGIAO TO WS-OVR-DESCRICAO.
068100     IF RG-MATRICULA-GERENTE NOT NUMERIC
068200         OR RG-MATRICULA-GERENTE = ZERO
068300         MOVE 'SEM GERENTE NO MESTRE' TO WS-SITUACAO
068400         ADD 1 TO WS-CONTADOR-SEM-GERENTE
068500         GO TO 3100-IMPRIME.
068600     MOVE RG-MATRICULA-GERENTE TO WS-MATRICULA-GERENTE.
068700     MOVE RG-GERENTE-REGIONAL  TO WS-NOME-GERENTE.
068800     MOVE WS-MATRICULA-GERENTE TO WS-OVR-MATRICULA.
068900     IF WS-TAB-ATINGIMENTO (WS-IND-REGIAO) >=
069000             WS-LIMITE-FAIXA-BONUS
069100         MOVE WS-TAXA-OVERRIDE-BONUS TO WS-TAXA-APLICADA
069200     ELSE
069300         IF WS-TAB-ATINGIMENTO (WS-IND-REGIAO) >=
069400                 WS-LIMITE-FAIXA-PADRAO
069500             MOVE WS-TAXA-OVERRIDE-PADRAO TO WS-TAXA-APLICADA
069600         END-IF
069700     END-IF.
069800     IF WS-TAXA-APLICADA = ZERO
069900         MOVE 'ABAIXO DE 90% DA COTA' TO WS-SITUACAO
070000     ELSE
070100         COMPUTE WS-VALOR-OVERRIDE ROUNDED =
070200             WS-TAB-VENDAS (WS-IND-REGIAO) * WS-TAXA-APLICADA
070300             / 100
070400         MOVE 'OVERRIDE APURADO' TO WS-SITUACAO
070500     END-IF.
070600     PERFORM 3200-ACUMULA-GERENTE THRU 3200-EXIT.
070700 3100-IMPRIME.
070800     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
070900         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
071000     END-IF.
071100     MOVE WS-TAB-REGIAO (WS-IND-REGIAO)      TO WS-OVR-REGIAO.
071200     MOVE WS-TAB-VENDAS (WS-IND-REGIAO)      TO WS-OVR-VENDAS.
071300     MOVE WS-TAB-COTA (WS-IND-REGIAO)        TO WS-OVR-COTA.
071400     MOVE WS-TAB-ATINGIMENTO (WS-IND-REGIAO)
071500                                         TO WS-OVR-ATINGIMENTO.
071600     MOVE WS-TAXA-APLICADA                   TO WS-OVR-TAXA.
071700     MOVE WS-VALOR-OVERRIDE                  TO WS-OVR-VALOR.
071800     MOVE WS-SITUACAO                   TO WS-OVR-SITUACAO-REGIAO.
071900     WRITE LINHA-OVERRIDE FROM WS-OVR-LINHA-REGIAO
072000         AFTER ADVANCING 1 LINE.
072100     ADD 1 TO WS-LINHAS-NA-PAGINA.
072200 3100-EXIT.
072300     EXIT.
072400*****************************************************************
072500*    3200-ACUMULA-GERENTE                                       *
072600*    SOMA O OVERRIDE DA REGIAO NA ENTRADA DO GERENTE -- SE ELE  *
072700*    AINDA NAO CONSTA NA TABELA, ABRE UMA ENTRADA NOVA; UMA     *
072800*    TABELA CHEIA DEIXA A REGIAO SEM OVERRIDE, COM AVISO        *
072900*****************************************************************
073000 3200-ACUMULA-GERENTE.
073100     MOVE ZERO TO WS-IND-GERENTE-ACHADO.
073200     PERFORM 3210-PROCURA-GERENTE THRU 3210-EXIT
073300         VARYING WS-IND-GERENTE FROM 1 BY 1
073400         UNTIL WS-IND-GERENTE > WS-QTD-GERENTES
073500            OR WS-IND-GERENTE-ACHADO > ZERO.
073600     IF WS-IND-GERENTE-ACHADO = ZERO
073700         IF WS-QTD-GERENTES < 50
073800             ADD 1 TO WS-QTD-GERENTES
073900             MOVE WS-QTD-GERENTES TO WS-IND-GERENTE-ACHADO
074000             MOVE WS-MATRICULA-GERENTE
074100                 TO WS-TGE-MATRICULA (WS-IND-GERENTE-ACHADO)
074200             MOVE WS-NOME-GERENTE
074300                 TO WS-TGE-NOME (WS-IND-GERENTE-ACHADO)
074400             MOVE ZERO TO WS-TGE-REGIOES (WS-IND-GERENTE-ACHADO)
074500             MOVE ZERO TO WS-TGE-OVERRIDE (WS-IND-GERENTE-ACHADO)
074600         ELSE
074700             DISPLAY 'COMGER -- TABELA DE GERENTES CHEIA -- '
074800                 'GERENTE ' WS-MATRICULA-GERENTE
074900                 ' FICA SEM OVERRIDE'
075000             MOVE ZERO TO WS-VALOR-OVERRIDE
075100             MOVE 'TABELA DE GERENTES CHEIA' TO WS-SITUACAO
075200             GO TO 3200-EXIT
075300         END-IF
075400     END-IF.
075500     ADD 1 TO WS-TGE-REGIOES (WS-IND-GERENTE-ACHADO).
075600     ADD WS-VALOR-OVERRIDE
075700         TO WS-TGE-OVERRIDE (WS-IND-GERENTE-ACHADO).
075800 3200-EXIT.
075900     EXIT.
076000*****************************************************************
076100*    3210-PROCURA-GERENTE                                       *
076200*    COMPARA A MATRICULA DO GERENTE COM UMA POSICAO DA TABELA   *
076300*****************************************************************
076400 3210-PROCURA-GERENTE.
076500     IF WS-TGE-MATRICULA (WS-IND-GERENTE) = WS-MATRICULA-GERENTE
076600         MOVE WS-IND-GERENTE TO WS-IND-GERENTE-ACHADO
076700     END-IF.
076800 3210-EXIT.
076900     EXIT.
077000*****************************************************************
077100*    4000-PROCESSA-GERENTES                                     *
077200*    IMPRIME O TITULO DA SECAO DE GERENTES E PROCESSA O         *
077300*    OVERRIDE TOTAL DE CADA UM                                  *
077400*****************************************************************
077500 4000-PROCESSA-GERENTES.
077600     IF WS-LINHAS-NA-PAGINA + 4 > WS-MAX-LINHAS-PAGINA
077700         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
077800     END-IF.
077900     WRITE LINHA-OVERRIDE FROM WS-LINHA-BRANCO
078000         AFTER ADVANCING 1 LINE.
078100     WRITE LINHA-OVERRIDE FROM WS-OVR-TITULO-GERENTES
078200         AFTER ADVANCING 1 LINE.
078300     WRITE LINHA-OVERRIDE FROM WS-OVR-CABECALHO-GERENTES
078400         AFTER ADVANCING 1 LINE.
078500     WRITE LINHA-OVERRIDE FROM WS-LINHA-BRANCO
078600         AFTER ADVANCING 1 LINE.
078700     ADD 4 TO WS-LINHAS-NA-PAGINA.
078800     PERFORM 4100-PROCESSA-GERENTE THRU 4100-EXIT
078900         VARYING WS-IND-GERENTE FROM 1 BY 1
079000         UNTIL WS-IND-GERENTE > WS-QTD-GERENTES.
079100 4000-EXIT.
079200     EXIT.
079300*****************************************************************
079400*    4100-PROCESSA-GERENTE                                      *
079500*    GERENTE COM COMISSAO DE VENDEDOR NO RAZAO DO PERIODO E'    *
079600*    CONFLITO E NAO E' PAGO. OS DEMAIS VAO PARA O ARQUIVO DE    *
079700*    OVERRIDE (INCLUSIVE COM VALOR ZERO, PARA O FOLHADJ         *
079800*    ESTORNAR UM OVERRIDE QUE DEIXOU DE EXISTIR) E, FORA DO     *
079900*    MODO DE RECALCULO, O VALOR POSITIVO VIRA TRANSACAO DE      *
080000*    PAGAMENTO E LANCAMENTO NO RAZAO                            *
080100*****************************************************************
080200 4100-PROCESSA-GERENTE.
080300     MOVE WS-TGE-MATRICULA (WS-IND-GERENTE)
080400         TO WS-MATRICULA-GERENTE.
080500     MOVE WS-TGE-OVERRIDE (WS-IND-GERENTE) TO WS-VALOR-OVERRIDE.
080600     IF WS-LANCAMENTO-RAZAO (WS-MATRICULA-GERENTE) = 'C'
080700         MOVE 'CONFLITO -- JA RECEBE COMISSAO NO PERIODO'
080800             TO WS-SITUACAO
080900         ADD 1 TO WS-CONTADOR-CONFLITOS
081000         GO TO 4100-IMPRIME.
081100     ADD WS-VALOR-OVERRIDE TO WS-TOTAL-OVERRIDE.
081200     PERFORM 4200-GRAVA-OVERRIDE THRU 4200-EXIT.
081300     IF MODO-RECALCULO
081400         MOVE 'RECALCULADO -- DIFERENCA PELO FOLHADJ'
081500             TO WS-SITUACAO
081600         GO TO 4100-IMPRIME.
081700     IF WS-VALOR-OVERRIDE NOT > ZERO
081800         MOVE 'SEM OVERRIDE NO PERIODO' TO WS-SITUACAO
081900         GO TO 4100-IMPRIME.
082000     PERFORM 4300-GRAVA-PAGAMENTO THRU 4300-EXIT.
082100     PERFORM 4400-GRAVA-LEDGER THRU 4400-EXIT.
082200     MOVE 'ENVIADO A FOLHA' TO WS-SITUACAO.
082300 4100-IMPRIME.
082400     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
082500         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
082600     END-IF.
082700     MOVE WS-MATRICULA-GERENTE            TO WS-OVR-GER-MATRICULA.
082800     MOVE WS-TGE-NOME (WS-IND-GERENTE)     TO WS-OVR-GER-NOME.
082900     MOVE WS-TGE-REGIOES (WS-IND-GERENTE)  TO WS-OVR-GER-REGIOES.
083000     MOVE WS-VALOR-OVERRIDE                TO WS-OVR-GER-VALOR.
083100     MOVE WS-SITUACAO                      TO WS-OVR-GER-SITUACAO.
083200     WRITE LINHA-OVERRIDE FROM WS-OVR-LINHA-GERENTE
083300         AFTER ADVANCING 1 LINE.
083400     ADD 1 TO WS-LINHAS-NA-PAGINA.
083500 4100-EXIT.
083600     EXIT.
083700*****************************************************************
083800*    4200-GRAVA-OVERRIDE                                        *
083900*    GRAVA O OVERRIDE DO GERENTE NO LAYOUT DO ARQUIVO-COMISSAO, *
084000*    COM A FAIXA 'OVERRIDE' QUE O FOLHADJ RECONHECE             *
084100*****************************************************************
084200 4200-GRAVA-OVERRIDE.
084300     MOVE SPACES                         TO REG-OVERRIDE.
084400     MOVE WS-MATRICULA-GERENTE           TO OV-MATRICULA.
084500     MOVE WS-TGE-NOME (WS-IND-GERENTE)   TO OV-NOME.
084600     MOVE ZERO                           TO OV-TRIMESTRE.
084700     MOVE ZERO                           TO OV-COTA.
084800     MOVE ZERO                           TO OV-PERC-ATINGIMENTO.
084900     MOVE 'OVERRIDE'                     TO OV-FAIXA.
085000     MOVE WS-VALOR-OVERRIDE              TO OV-VALOR-COMISSAO.
085100     WRITE REG-OVERRIDE.
085200 4200-EXIT.
085300     EXIT.
085400*****************************************************************
085500*    4300-GRAVA-PAGAMENTO                                       *
085600*    GRAVA A TRANSACAO DE PAGAMENTO DO OVERRIDE, COM O TIPO DE  *
085700*    PAGAMENTO 'G', NO ARQUIVO DE INTERFACE DA FOLHA            *
085800*****************************************************************
085900 4300-GRAVA-PAGAMENTO.
086000     MOVE SPACES              TO REG-FOLHA-PAGAMENTO.
086100     MOVE 'D'                 TO FP-TIPO-REGISTRO.
086200     MOVE WS-MATRICULA-GERENTE TO FP-MATRICULA.
086300     MOVE WS-ANO-ATUAL        TO FP-ANO-APURACAO.
086400     MOVE WS-TRIMESTRE-ATUAL  TO FP-TRIMESTRE-APURACAO.
086500     MOVE WS-VALOR-OVERRIDE   TO FP-VALOR-COMISSAO.
086600     MOVE 'G'                 TO FP-TIPO-PAGAMENTO.
086700     WRITE REG-FOLHA-PAGAMENTO.
086800     ADD 1 TO WS-CONTADOR-PAGOS.
086900     ADD WS-VALOR-OVERRIDE TO WS-TOTAL-ENVIADO.
087000 4300-EXIT.
087100     EXIT.
087200*****************************************************************
087300*    4400-GRAVA-LEDGER                                          *
087400*    REGISTRA NO RAZAO O OVERRIDE ENVIADO, COM O TIPO DE        *
087500*    LANCAMENTO 'G' -- E' CONTRA ESTE REGISTRO QUE O FOLHADJ    *
087600*    CALCULA AS DIFERENCAS DE UM RECALCULO                      *
087700*****************************************************************
087800 4400-GRAVA-LEDGER.
087900     MOVE SPACES              TO REGISTRO-FOLHA-LEDGER.
088000     MOVE WS-ANO-ATUAL        TO FL-ANO-APURACAO.
088100     MOVE WS-TRIMESTRE-ATUAL  TO FL-TRIMESTRE-APURACAO.
088200     MOVE WS-MATRICULA-GERENTE TO FL-MATRICULA.
088300     MOVE WS-TGE-NOME (WS-IND-GERENTE) TO FL-NOME-VENDEDOR.
088400     MOVE WS-VALOR-OVERRIDE   TO FL-VALOR-PAGO.
088500     MOVE WS-VALOR-OVERRIDE   TO FL-VALOR-ORIGINAL.
088600     MOVE WS-DATA-ENVIO       TO FL-DATA-ENVIO.
088700     MOVE WS-HORA-ENVIO(1:6)  TO FL-HORA-ENVIO.
088800     MOVE 'G'                 TO FL-TIPO-LANCAMENTO.
088900     WRITE REGISTRO-FOLHA-LEDGER
089000         INVALID KEY
089100             DISPLAY 'COMGER -- MATRICULA ' WS-MATRICULA-GERENTE
089200                 ' JA CONSTA NO RAZAO DO PERIODO -- LANCAMENTO '
089300                 'DO OVERRIDE NAO GRAVADO'
089400     END-WRITE.
089500 4400-EXIT.
089600     EXIT.
089700*****************************************************************
089800*    5000-GRAVA-TRAILER-FOLHA                                   *
089900*    GRAVA O TRAILER DO ARQUIVO DE OVERRIDE DA FOLHA COM A      *
090000*    QUANTIDADE DE TRANSACOES E O VALOR TOTAL -- NO RECALCULO   *
090100*    O ARQUIVO SAI SO' COM O TRAILER ZERADO                     *
090200*****************************************************************
090300 5000-GRAVA-TRAILER-FOLHA.
090400     MOVE SPACES              TO REG-FOLHA-TRAILER.
090500     MOVE 'T'                 TO FT-TIPO-REGISTRO.
090600     MOVE WS-CONTADOR-PAGOS   TO FT-QTD-PAGAMENTOS.
090700     MOVE WS-TOTAL-ENVIADO    TO FT-TOTAL-PAGO.
090800     WRITE REG-FOLHA-TRAILER.
090900 5000-EXIT.
091000     EXIT.
091100*****************************************************************
091200*    6000-IMPRIME-RODAPE                                        *
091300*    IMPRIME O RODAPE COM OS CONTADORES E OS TOTAIS, E RESUME   *
091400*    NO CONSOLE                                                 *
091500*****************************************************************
091600 6000-IMPRIME-RODAPE.
091700     IF WS-LINHAS-NA-PAGINA + 3 > WS-MAX-LINHAS-PAGINA
091800         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
091900     END-IF.
092000     MOVE WS-QTD-REGIOES          TO WS-ROD-REGIOES.
092100     MOVE WS-CONTADOR-SEM-GERENTE TO WS-ROD-SEM-GERENTE.
092200     MOVE WS-CONTADOR-PAGOS       TO WS-ROD-PAGOS.
092300     MOVE WS-CONTADOR-CONFLITOS   TO WS-ROD-CONFLITOS.
092400     MOVE WS-TOTAL-OVERRIDE       TO WS-ROD-TOTAL-OVERRIDE.
092500     MOVE WS-TOTAL-ENVIADO        TO WS-ROD-TOTAL-ENVIADO.
092600     WRITE LINHA-OVERRIDE FROM WS-LINHA-BRANCO
092700         AFTER ADVANCING 1 LINE.
092800     WRITE LINHA-OVERRIDE FROM WS-LINHA-RODAPE-OVERRIDE-1
092900         AFTER ADVANCING 1 LINE.
093000     WRITE LINHA-OVERRIDE FROM WS-LINHA-RODAPE-OVERRIDE-2
093100         AFTER ADVANCING 1 LINE.
093200     ADD 3 TO WS-LINHAS-NA-PAGINA.
093300     DISPLAY 'COMGER -- PERIODO ' WS-ANO-ATUAL 'T'
093400         WS-TRIMESTRE-ATUAL ': ' WS-CONTADOR-PAGOS
093500         ' OVERRIDE(S) ENVIADO(S) A FOLHA, '
093600         WS-CONTADOR-CONFLITOS ' CONFLITO(S)'.
093700     IF MODO-RECALCULO
093800         DISPLAY 'COMGER -- RECALCULO GRAVADO NO ARQUIVO DE '
093900             'OVERRIDE -- EXECUTE O FOLHADJ COM ELE CONCATENADO '
094000             'AO ARQUIVO-COMISSAO DO PERIODO'
094100     END-IF.
094200 6000-EXIT.
094300     EXIT.
094400*****************************************************************
094500*    7000-LER-COMISSAO                                          *
094600*    LE O PROXIMO REGISTRO DO ARQUIVO DE COMISSAO               *
094700*****************************************************************
094800 7000-LER-COMISSAO.
094900     READ ARQUIVO-COMISSAO
095000         AT END MOVE 'S' TO WS-FIM-ARQUIVO-COMISSAO
095100     END-READ.
095200 7000-EXIT.
095300     EXIT.
095400*****************************************************************
095500*    7400-LER-LEDGER-PERIODO                                    *
095600*    LE O PROXIMO REGISTRO DO RAZAO -- O FIM DO PERIODO (OU DO  *
095700*    ARQUIVO) ENCERRA A VARREDURA                               *
095800*****************************************************************
095900 7400-LER-LEDGER-PERIODO.
096000     IF FIM-LEDGER-PERIODO
096100         GO TO 7400-EXIT.
096200     READ FOLHA-LEDGER NEXT RECORD
096300         AT END
096400             MOVE 'S' TO WS-FIM-LEDGER
096500     END-READ.
096600     IF NOT FIM-LEDGER-PERIODO
096700         IF FL-ANO-APURACAO NOT = WS-ANO-ATUAL
096800             OR FL-TRIMESTRE-APURACAO NOT = WS-TRIMESTRE-ATUAL
096900             MOVE 'S' TO WS-FIM-LEDGER
097000         END-IF
097100     END-IF.
097200 7400-EXIT.
097300     EXIT.
097400*****************************************************************
097500*    8000-FINALIZACAO                                           *
097600*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO              *
097700*****************************************************************
097800 8000-FINALIZACAO.
097900     CLOSE ARQUIVO-COMISSAO
098000           VENDEDOR-MASTER
098100           REGIAO-MASTER
098200           FOLHA-LEDGER
098300           ARQUIVO-FOLHA-GERENTE
098400           ARQUIVO-OVERRIDE
098500           RELAT-OVERRIDE.
098600 8000-EXIT.
098700     EXIT.
