000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTBCOMIS.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. CTBCOMIS GRAVA LANCAMENTOS PARA A CONTABILIDADE --
000800     EXECUTAR SOMENTE COM O CARTAO DE PARAMETRO CONFERIDO, UMA
000900     VEZ POR FUNCAO E PERIODO.
001000*****************************************************************
001100*                                                               *
001200*    UM RESUMO DO PROGRAMA CTBCOMIS --                          *
001300*                                                               *
001400*    CTBCOMIS GERA OS LANCAMENTOS CONTABEIS DAS COMISSOES DE    *
001500*    UM PERIODO JA FECHADO NO ARQUIVO DE INTERFACE DA           *
001600*    CONTABILIDADE -- PARTIDAS DOBRADAS, SEMPRE BALANCEADAS,    *
001700*    COM A DESPESA APROPRIADA NO CENTRO DE CUSTO DA REGIAO DO   *
001800*    VENDEDOR (REGIAO DA VIGENCIA QUE COBRE O PERIODO, SENAO A  *
001900*    DO MESTRE, COMO NO QUARTER; REGIAO CORINGA 'ZZZZ' PARA     *
002000*    QUEM NAO CONSTA NO MESTRE, COMO NO COMGER). O CARTAO DE    *
002100*    PARAMETRO ESCOLHE A FUNCAO --                              *
002200*                                                               *
002300*    'P' PROVISAO -- LE O ARQUIVO-COMISSAO DO FECHAMENTO (COM   *
002400*        O ARQUIVO DE OVERRIDE DO COMGER CONCATENADO, SE JA     *
002500*        APURADO) E PROVISIONA O QUE O FOLHAEXT E O COMGER      *
002560*        DE FATO ENVIARAM A FOLHA -- O VALOR ORIGINAL DO        *
002620*        LANCAMENTO NO LIVRO-RAZAO DE COMISSOES ENVIADAS:       *
002680*        DEBITO NA DESPESA, CREDITO NAS PROVISIONADAS. COMISSAO *
002740*        SEM LANCAMENTO NO RAZAO (VENDEDOR FORA DO MESTRE, OU   *
002800*        DESLIGADO NO ENVIO E RETIDO PARA O RH) NAO E'          *
002860*        PROVISIONADA -- SAI NO RODAPE. A RETIDA PARA O RH      *
002920*        CONTINUA RETIDA NO FOLHADJ E E' LIBERADA FORA DO FLUXO *
002980*        AUTOMATICO; A DE VENDEDOR FORA DO MESTRE, SE PAGA      *
003040*        DEPOIS PELO FOLHADJ, VEM NA FUNCAO 'A' COMO AJUSTE.    *
003100*    'A' AJUSTE -- LE AS TRANSACOES DE AJUSTE DO FOLHADJ E      *
003200*        PROVISIONA A DIFERENCA DO MESMO MODO (DIFERENCA        *
003300*        NEGATIVA INVERTE DEBITO E CREDITO).                    *
003400*    'L' LIQUIDACAO -- LE AS TRANSACOES LIQUIDADAS GRAVADAS     *
003500*        PELO FOLHACON DEPOIS DA CONFIRMACAO DA FOLHA, ESTORNA  *
003600*        A PROVISAO (DEBITO NAS PROVISIONADAS, CREDITO NA       *
003700*        DESPESA) E LANCA A COMISSAO A PAGAR PELA FOLHA         *
003800*        (DEBITO NA DESPESA, CREDITO NAS COMISSOES A PAGAR).    *
003900*        O QUE A FOLHA RETEVE OU REJEITOU CONTINUA PROVISIONADO.*
004000*                                                               *
004100*    OS VALORES SAO SOMADOS POR REGIAO, COM UM LANCAMENTO POR   *
004200*    REGIAO PARA A COMISSAO E OUTRO PARA O OVERRIDE. A          *
004300*    LISTAGEM TRAZ CADA PARTIDA, OS TOTAIS POR CONTA E OS       *
004400*    TOTAIS DE CONTROLE DA ENTRADA -- NA PROVISAO, O TOTAL      *
004500*    LIDO E' O "TOTAL DE COMISSOES PAGAS" DO RELAT-COMISSAO.    *
004600*    ATE AQUI A DESPESA ERA LANCADA A MAO, A PARTIR DESSE       *
004700*    TOTAL, NUMA CONTA SO'.                                     *
004800*                                                               *
004900*****************************************************************
005000*                                                               *
005100*    HISTORICO DE ALTERACOES --                                 *
005200*                                                               *
005300*    11/09/2026  RMS  PROGRAMA ORIGINAL -- LANCAMENTOS          *
005400*                     CONTABEIS DA PROVISAO, DO AJUSTE E DA     *
005500*                     LIQUIDACAO DAS COMISSOES.                 *
005600*                                                               *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. IBM-370.
006100 OBJECT-COMPUTER. IBM-370.
006200 SPECIAL-NAMES.
006300     DECIMAL-POINT IS COMMA.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT ARQUIVO-COMISSAO ASSIGN TO ARQCOM
006700         ORGANIZATION IS SEQUENTIAL.
006800     SELECT ARQUIVO-AJUSTES ASSIGN TO FOLHAJU
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT ARQUIVO-LIQUIDADOS ASSIGN TO FOLHLIQ
007100         ORGANIZATION IS SEQUENTIAL.
007116     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
007132         ORGANIZATION IS INDEXED
007148         ACCESS MODE IS RANDOM
007164         RECORD KEY IS FL-CHAVE-LEDGER
007180         FILE STATUS IS WS-STATUS-LEDGER.
007200     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS VM-MATRICULA-VENDEDOR
007600         FILE STATUS IS WS-STATUS-MASTER.
007700     SELECT REGIAO-VIGENCIA ASSIGN TO REGVIGEN
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS TV-CHAVE-VIGENCIA
008100         FILE STATUS IS WS-STATUS-VIGENCIA.
008200     SELECT PERIODO-CONTROLE ASSIGN TO PERCTL
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS PC-CHAVE-PERIODO
008600         FILE STATUS IS WS-STATUS-PERIODO-CTL.
008700     SELECT ARQUIVO-CONTABIL ASSIGN TO INTCTB
008800         ORGANIZATION IS SEQUENTIAL.
008900     SELECT RELAT-CONTABIL ASSIGN TO RELCTB
009000         ORGANIZATION IS SEQUENTIAL.
009100 DATA DIVISION.
009200 FILE SECTION.
009300*****************************************************************
009400*    ARQUIVO-COMISSAO -- ENTRADA DA PROVISAO, A COMISSAO DE     *
009500*    CADA VENDEDOR CALCULADA PELO QUARTER NO FECHAMENTO (E O    *
009600*    OVERRIDE DO COMGER, FAIXA 'OVERRIDE', SE CONCATENADO)      *
009700*****************************************************************
009800 FD  ARQUIVO-COMISSAO
009900     LABEL RECORDS ARE STANDARD.
010000     COPY COMISREG.
010100*****************************************************************
010200*    ARQUIVO-AJUSTES -- ENTRADA DO AJUSTE, AS TRANSACOES DE     *
010300*    DIFERENCA GRAVADAS PELO FOLHADJ NO LAYOUT DO ARQUIVO-FOLHA *
010400*****************************************************************
010500 FD  ARQUIVO-AJUSTES
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY FOLHAREG.
010900*****************************************************************
011000*    ARQUIVO-LIQUIDADOS -- ENTRADA DA LIQUIDACAO, AS            *
011100*    TRANSACOES CONFIRMADAS COMO PAGAS PELA FOLHA, GRAVADAS     *
011200*    PELO FOLHACON NO LAYOUT DO ARQUIVO-FOLHA (COPY COM         *
011300*    REPLACING, COMO NO PROPRIO FOLHACON)                       *
011400*****************************************************************
011500 FD  ARQUIVO-LIQUIDADOS
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800     COPY FOLHAREG REPLACING
011900         ==REG-FOLHA-PAGAMENTO== BY ==REG-LIQUIDADO==
012000         ==FP-TIPO-REGISTRO== BY ==LQ-TIPO-REGISTRO==
012100         ==FP-TRANSACAO-PAGAMENTO== BY ==LQ-TRANSACAO-LIQUIDADA==
012200         ==FP-MATRICULA== BY ==LQ-MATRICULA==
012300         ==FP-ANO-APURACAO== BY ==LQ-ANO-APURACAO==
012400         ==FP-TRIMESTRE-APURACAO== BY ==LQ-TRIMESTRE-APURACAO==
012500         ==FP-VALOR-COMISSAO== BY ==LQ-VALOR-COMISSAO==
012600         ==FP-TIPO-PAGAMENTO== BY ==LQ-TIPO-PAGAMENTO==
012700         ==FP-PAGAMENTO-COMISSAO== BY ==LQ-PAGAMENTO-COMISSAO==
012800         ==FP-PAGAMENTO-OVERRIDE== BY ==LQ-PAGAMENTO-OVERRIDE==
012900         ==REG-FOLHA-TRAILER== BY ==REG-LIQUIDADO-TRAILER==
013000         ==FT-TIPO-REGISTRO== BY ==LT-TIPO-REGISTRO==
013100         ==FT-TRAILER-FOLHA== BY ==LT-TRAILER-LIQUIDADO==
013200         ==FT-QTD-PAGAMENTOS== BY ==LT-QTD-PAGAMENTOS==
013300         ==FT-TOTAL-PAGO== BY ==LT-TOTAL-PAGO==.
013400*****************************************************************
013425*    FOLHA-LEDGER -- ENTRADA SO' NA PROVISAO, O LIVRO-RAZAO DO  *
013450*    QUE O FOLHAEXT E O COMGER REALMENTE ENVIARAM A FOLHA POR   *
013475*    PERIODO E MATRICULA -- E' O QUE DEFINE O QUE E'            *
013500*    PROVISIONADO, E NAO A SITUACAO ATUAL DO VENDEDOR NO MESTRE *
013525*****************************************************************
013550 FD  FOLHA-LEDGER
013575     LABEL RECORDS ARE STANDARD.
013600     COPY FOLHALED.
013625*****************************************************************
013650*    VENDEDOR-MASTER -- ENTRADA, A REGIAO CORRENTE DE CADA      *
013675*    VENDEDOR                                                   *
013700*****************************************************************
013800 FD  VENDEDOR-MASTER
013900     LABEL RECORDS ARE STANDARD.
014000     COPY VENDMAST.
014100*****************************************************************
014200*    REGIAO-VIGENCIA -- ENTRADA, AS VIGENCIAS DE REGIAO POR     *
014300*    VENDEDOR -- A QUE COBRE O PERIODO PREVALECE SOBRE O MESTRE *
014400*****************************************************************
014500 FD  REGIAO-VIGENCIA
014600     LABEL RECORDS ARE STANDARD.
014700     COPY REGVIGEN.
014800*****************************************************************
014900*    PERIODO-CONTROLE -- ENTRADA, A SITUACAO ABERTO/FECHADO DO  *
015000*    PERIODO -- SO' UM PERIODO FECHADO E' CONTABILIZADO         *
015100*****************************************************************
015200 FD  PERIODO-CONTROLE
015300     LABEL RECORDS ARE STANDARD.
015400     COPY PERIODCT.
015500*****************************************************************
015600*    ARQUIVO-CONTABIL -- SAIDA, AS PARTIDAS DOS LANCAMENTOS E O *
015700*    TRAILER DE CONTROLE DO LOTE PARA A CONTABILIDADE           *
015800*****************************************************************
015900 FD  ARQUIVO-CONTABIL
016000     LABEL RECORDS ARE STANDARD
016100     RECORD CONTAINS 80 CHARACTERS.
016200     COPY CTBLANC.
016300*****************************************************************
016400*    RELAT-CONTABIL -- SAIDA, LISTAGEM DAS PARTIDAS, TOTAIS POR *
016500*    CONTA E TOTAIS DE CONTROLE DA ENTRADA                      *
016600*****************************************************************
016700 FD  RELAT-CONTABIL
016800     LABEL RECORDS ARE STANDARD
016900     RECORD CONTAINS 132 CHARACTERS.
017000 01  LINHA-CONTABIL                   PIC X(132).
017100 WORKING-STORAGE SECTION.
017200*****************************************************************
017300*    CHAVES E CONTADORES DE CONTROLE                            *
017400*****************************************************************
017500 77  WS-FIM-ARQUIVO-ENTRADA           PIC X(01) VALUE 'N'.
017600     88  FIM-ARQUIVO-ENTRADA                    VALUE 'S'.
017700 77  WS-STATUS-MASTER                 PIC X(02) VALUE SPACES.
017725 77  WS-STATUS-LEDGER                 PIC X(02) VALUE SPACES.
017750 77  WS-LEDGER-ENCONTRADO-SW          PIC X(01) VALUE 'N'.
017775     88  LEDGER-ENCONTRADO                      VALUE 'S'.
017800 77  WS-STATUS-VIGENCIA               PIC X(02) VALUE SPACES.
017900 77  WS-STATUS-PERIODO-CTL            PIC X(02) VALUE SPACES.
018000 77  WS-DATA-GERACAO                  PIC 9(08) VALUE ZERO.
018100 77  WS-CONTADOR-LIDOS                PIC 9(06) COMP-3 VALUE ZERO.
018200 77  WS-CONTADOR-CONTABILIZADOS       PIC 9(06) COMP-3 VALUE ZERO.
018300 77  WS-CONTADOR-VALOR-ZERO           PIC 9(06) COMP-3 VALUE ZERO.
018400 77  WS-CONTADOR-FORA-PERIODO         PIC 9(06) COMP-3 VALUE ZERO.
018500 77  WS-CONTADOR-RETIDOS              PIC 9(06) COMP-3 VALUE ZERO.
018600 77  WS-CONTADOR-SEM-MESTRE           PIC 9(06) COMP-3 VALUE ZERO.
018700 77  WS-CONTADOR-LANCAMENTOS          PIC 9(06) COMP-3 VALUE ZERO.
018800 77  WS-CONTADOR-PARTIDAS             PIC 9(06) COMP-3 VALUE ZERO.
018900 77  WS-TOTAL-LIDO                    PIC S9(9)V99 COMP-3
019000                                              VALUE ZERO.
019100 77  WS-TOTAL-CONTABILIZADO           PIC S9(9)V99 COMP-3
019200                                              VALUE ZERO.
019300 77  WS-TOTAL-RETIDO                  PIC S9(9)V99 COMP-3
019400                                              VALUE ZERO.
019500 77  WS-TOTAL-DEBITOS                 PIC S9(10)V99 COMP-3
019600                                              VALUE ZERO.
019700 77  WS-TOTAL-CREDITOS                PIC S9(10)V99 COMP-3
019800                                              VALUE ZERO.
019900 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
020000 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
020100 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
020200*****************************************************************
020300*    TRAILERS DO ARQUIVO DE ENTRADA DO AJUSTE OU DA LIQUIDACAO  *
020400*    -- SOMADOS, COMO NO FOLHACON, PARA A CONFERENCIA NO RODAPE *
020500*****************************************************************
020600 77  WS-TRL-ENTRADA-QTD               PIC 9(06) VALUE ZERO.
020700 77  WS-TRL-ENTRADA-TOTAL             PIC S9(9)V99 COMP-3
020800                                              VALUE ZERO.
020900*****************************************************************
021000*    CARTAO DE PARAMETRO (FAAAAT) -- FUNCAO E PERIODO, SEM      *
021100*    FALLBACK PELA DATA DO SISTEMA, COMO NO COMGER: UM          *
021200*    LANCAMENTO NO PERIODO ERRADO NAO SE DESFAZ SEM OUTRO       *
021300*    LANCAMENTO                                                 *
021400*****************************************************************
021500 01  WS-PARM-CARTAO.
021600     05  WS-PARM-FUNCAO               PIC X(01).
021700         88  FUNCAO-PROVISAO                    VALUE 'P'.
021800         88  FUNCAO-AJUSTE                      VALUE 'A'.
021900         88  FUNCAO-LIQUIDACAO                  VALUE 'L'.
022000     05  WS-PARM-PERIODO              PIC X(05).
022100     05  WS-PARM-PERIODO-R REDEFINES WS-PARM-PERIODO.
022200         10  WS-PARM-ANO              PIC 9(04).
022300         10  WS-PARM-TRIMESTRE        PIC 9(01).
022400     05  FILLER                       PIC X(74).
022500 77  WS-ANO-ATUAL                     PIC 9(04) VALUE ZERO.
022600 77  WS-TRIMESTRE-ATUAL               PIC 9(01) VALUE ZERO.
022700*****************************************************************
022800*    REGISTRO DE PAGAMENTO LIDO DO AJUSTE OU DA LIQUIDACAO --   *
022900*    OS DOIS ARQUIVOS TEM O LAYOUT DO ARQUIVO-FOLHA E SAO       *
023000*    LIDOS PARA ESTA AREA COMUM                                 *
023100*****************************************************************
023200 01  WS-REG-PAGAMENTO.
023300     05  WS-PAG-TIPO-REGISTRO         PIC X(01).
023400         88  WS-PAG-TRANSACAO                   VALUE 'D'.
023500         88  WS-PAG-TRAILER                     VALUE 'T'.
023600     05  WS-PAG-MATRICULA             PIC 9(06).
023700     05  WS-PAG-ANO-APURACAO          PIC 9(04).
023800     05  WS-PAG-TRIMESTRE-APURACAO    PIC 9(01).
023900     05  WS-PAG-VALOR-COMISSAO        PIC S9(7)V99.
024000     05  WS-PAG-TIPO-PAGAMENTO        PIC X(01).
024100         88  WS-PAG-OVERRIDE                    VALUE 'G'.
024200     05  FILLER                       PIC X(58).
024300 01  WS-REG-PAGAMENTO-TRAILER REDEFINES WS-REG-PAGAMENTO.
024400     05  FILLER                       PIC X(01).
024500     05  WS-PAG-TRL-QTD               PIC 9(06).
024600     05  WS-PAG-TRL-TOTAL             PIC S9(9)V99.
024700     05  FILLER                       PIC X(62).
024800*****************************************************************
024900*    MOVIMENTO EM PROCESSAMENTO -- MATRICULA, VALOR, TIPO       *
025000*    (COMISSAO OU OVERRIDE) E A REGIAO APURADA PARA ELE         *
025100*****************************************************************
025200 77  WS-MATRICULA-MOVIMENTO           PIC 9(06) VALUE ZERO.
025300 77  WS-VALOR-MOVIMENTO               PIC S9(9)V99 COMP-3
025400                                              VALUE ZERO.
025500 77  WS-MOVIMENTO-OVERRIDE-SW         PIC X(01) VALUE 'N'.
025600     88  MOVIMENTO-OVERRIDE                     VALUE 'S'.
025700 77  WS-VENDEDOR-NO-MESTRE-SW         PIC X(01) VALUE 'N'.
025800     88  VENDEDOR-NO-MESTRE                     VALUE 'S'.
025900 77  WS-REGIAO-VENDEDOR               PIC X(04) VALUE SPACES.
026000*****************************************************************
026100*    VIGENCIAS DE REGIAO -- A MESMA ESCOLHA DO QUARTER: A       *
026200*    ULTIMA VIGENCIA DA MATRICULA QUE COBRE O PERIODO; OS       *
026300*    PERIODOS COMPOSTOS AAAAT SAO COMPARADOS COMO GRUPO         *
026400*****************************************************************
026500 77  WS-VIGENCIA-DISPONIVEL-SW        PIC X(01) VALUE 'N'.
026600     88  VIGENCIA-DISPONIVEL                    VALUE 'S'.
026700 77  WS-FIM-VIGENCIAS-SW              PIC X(01) VALUE 'N'.
026800     88  FIM-VIGENCIAS                          VALUE 'S'.
026900 77  WS-VIGENCIA-ACHADA-SW            PIC X(01) VALUE 'N'.
027000     88  VIGENCIA-ACHADA                        VALUE 'S'.
027100 77  WS-VIG-REGIAO                    PIC X(04) VALUE SPACES.
027200 01  WS-PERIODO-APURADO.
027300     05  WS-PA-ANO                    PIC 9(04) VALUE ZERO.
027400     05  WS-PA-TRIMESTRE              PIC 9(01) VALUE ZERO.
027500 01  WS-VIG-PERIODO-INICIO.
027600     05  WS-VI-ANO                    PIC 9(04) VALUE ZERO.
027700     05  WS-VI-TRIMESTRE              PIC 9(01) VALUE ZERO.
027800 01  WS-VIG-PERIODO-FIM.
027900     05  WS-VF-ANO                    PIC 9(04) VALUE ZERO.
028000     05  WS-VF-TRIMESTRE              PIC 9(01) VALUE ZERO.
028100*****************************************************************
028200*    TABELA DE ACUMULACAO POR REGIAO (CENTRO DE CUSTO) -- A     *
028300*    COMISSAO E O OVERRIDE SAO SOMADOS SEPARADOS, PORQUE CADA   *
028400*    UM TEM A SUA CONTA DE DESPESA                              *
028500*****************************************************************
028600 77  WS-IND-REGIAO                    PIC 9(03) COMP VALUE ZERO.
028700 77  WS-IND-REGIAO-ACHADA             PIC 9(03) COMP VALUE ZERO.
028800 01  WS-TABELA-REGIOES.
028900     05  WS-QTD-REGIOES               PIC 9(03) COMP VALUE ZERO.
029000     05  WS-REG-ENTRADA               OCCURS 100 TIMES.
029100         10  WS-TAB-REGIAO            PIC X(04).
029200         10  WS-TAB-COMISSAO          PIC S9(9)V99 COMP-3.
029300         10  WS-TAB-OVERRIDE          PIC S9(9)V99 COMP-3.
029400         10  WS-TAB-MOVIMENTOS        PIC 9(06) COMP-3.
029500*****************************************************************
029600*    PLANO DE CONTAS DAS COMISSOES -- CODIGO E DESCRICAO DAS    *
029700*    QUATRO CONTAS MOVIMENTADAS, NA ORDEM DOS INDICES ABAIXO,   *
029800*    E OS TOTAIS A DEBITO E A CREDITO DE CADA UMA NA EXECUCAO   *
029900*****************************************************************
030000 01  WS-CONTAS-VALORES.
030100     05  FILLER                       PIC X(38) VALUE
030200         '41310001DESPESA COMISSOES DE VENDAS'.
030300     05  FILLER                       PIC X(38) VALUE
030400         '41310002DESPESA OVERRIDE DE GERENTES'.
030500     05  FILLER                       PIC X(38) VALUE
030600         '21410001COMISSOES PROVISIONADAS'.
030700     05  FILLER                       PIC X(38) VALUE
030800         '21420001COMISSOES A PAGAR -- FOLHA'.
030900 01  WS-TABELA-CONTAS REDEFINES WS-CONTAS-VALORES.
031000     05  WS-CTA-ENTRADA               OCCURS 4 TIMES.
031100         10  WS-CTA-CODIGO            PIC X(08).
031200         10  WS-CTA-DESCRICAO         PIC X(30).
031300 01  WS-TOTAIS-CONTAS.
031400     05  WS-TCT-ENTRADA               OCCURS 4 TIMES.
031500         10  WS-TCT-DEBITO            PIC S9(10)V99 COMP-3
031600                                              VALUE ZERO.
031700         10  WS-TCT-CREDITO           PIC S9(10)V99 COMP-3
031800                                              VALUE ZERO.
031900 77  WS-QTD-CONTAS                    PIC 9(01) COMP VALUE 4.
032000 77  WS-CTA-DESPESA-COMISSAO          PIC 9(01) COMP VALUE 1.
032100 77  WS-CTA-DESPESA-OVERRIDE          PIC 9(01) COMP VALUE 2.
032200 77  WS-CTA-PROVISIONADAS             PIC 9(01) COMP VALUE 3.
032300 77  WS-CTA-A-PAGAR                   PIC 9(01) COMP VALUE 4.
032400 77  WS-IND-CONTA                     PIC 9(01) COMP VALUE ZERO.
032500 77  WS-SALDO-CONTA                   PIC S9(10)V99 COMP-3
032600                                              VALUE ZERO.
032700*****************************************************************
032800*    LANCAMENTO EM MONTAGEM -- CONTAS DE DEBITO E DE CREDITO    *
032900*    (INDICES DO PLANO), VALOR, CENTRO DE CUSTO E HISTORICO;    *
033000*    VALOR NEGATIVO INVERTE AS CONTAS E SAI EM VALOR ABSOLUTO   *
033100*****************************************************************
033200 77  WS-CTA-DESPESA                   PIC 9(01) COMP VALUE ZERO.
033300 77  WS-LAN-CONTA-DEBITO              PIC 9(01) COMP VALUE ZERO.
033400 77  WS-LAN-CONTA-CREDITO             PIC 9(01) COMP VALUE ZERO.
033500 77  WS-LAN-CONTA-TROCA               PIC 9(01) COMP VALUE ZERO.
033600 77  WS-LAN-VALOR                     PIC S9(9)V99 COMP-3
033700                                              VALUE ZERO.
033800 77  WS-LAN-CENTRO-CUSTO              PIC X(04) VALUE SPACES.
033900 77  WS-LAN-HISTORICO                 PIC X(30) VALUE SPACES.
034000 77  WS-LAN-PREFIXO                   PIC X(13) VALUE SPACES.
034100 77  WS-LAN-TIPO                      PIC X(08) VALUE SPACES.
034200 77  WS-VALOR-REGIAO                  PIC S9(9)V99 COMP-3
034300                                              VALUE ZERO.
034400 77  WS-PAR-CONTA                     PIC 9(01) COMP VALUE ZERO.
034500 77  WS-PAR-NATUREZA                  PIC X(01) VALUE SPACE.
034600 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
034700*****************************************************************
034800*    RELAT-CONTABIL -- LINHAS DE CABECALHO, DETALHE E RODAPE    *
034900*****************************************************************
035000 01  WS-CTB-CABECALHO-1.
035100     05  FILLER                       PIC X(030) VALUE SPACES.
035200     05  FILLER                       PIC X(045) VALUE
035300         'LANCAMENTOS CONTABEIS DAS COMISSOES'.
035400     05  FILLER                       PIC X(008) VALUE
035500         'PERIODO'.
035600     05  WS-CTB-C1-ANO                PIC 9(04).
035700     05  FILLER                       PIC X(001) VALUE 'T'.
035800     05  WS-CTB-C1-TRIMESTRE          PIC 9(01).
035900     05  FILLER                       PIC X(006) VALUE SPACES.
036000     05  FILLER                       PIC X(007) VALUE
036100         'PAGINA'.
036200     05  WS-CTB-C1-PAGINA             PIC ZZ9.
036300     05  FILLER                       PIC X(027) VALUE SPACES.
036400 01  WS-CTB-CABECALHO-MODO.
036500     05  FILLER                       PIC X(030) VALUE SPACES.
036600     05  WS-CTB-MODO                  PIC X(070).
036700     05  FILLER                       PIC X(032) VALUE SPACES.
036800 01  WS-CTB-CABECALHO-2.
036900     05  FILLER                       PIC X(002) VALUE SPACES.
037000     05  FILLER                       PIC X(009) VALUE 'LANC.'.
037100     05  FILLER                       PIC X(010) VALUE 'CONTA'.
037200     05  FILLER                       PIC X(032) VALUE
037300         'DESCRICAO DA CONTA'.
037400     05  FILLER                       PIC X(008) VALUE 'C.CUSTO'.
037500     05  FILLER                       PIC X(019) VALUE
037600         '           DEBITO'.
037700     05  FILLER                       PIC X(019) VALUE
037800         '          CREDITO'.
037900     05  FILLER                       PIC X(033) VALUE
038000         'HISTORICO'.
038100 01  WS-CTB-LINHA-DETALHE.
038200     05  FILLER                       PIC X(002) VALUE SPACES.
038300     05  WS-CTB-LANCAMENTO            PIC ZZZZZ9.
038400     05  FILLER                       PIC X(003) VALUE SPACES.
038500     05  WS-CTB-CONTA                 PIC X(008).
038600     05  FILLER                       PIC X(002) VALUE SPACES.
038700     05  WS-CTB-DESCRICAO             PIC X(030).
038800     05  FILLER                       PIC X(002) VALUE SPACES.
038900     05  WS-CTB-CENTRO-CUSTO          PIC X(004).
039000     05  FILLER                       PIC X(004) VALUE SPACES.
039100     05  WS-CTB-DEBITO                PIC X(017).
039200     05  FILLER                       PIC X(002) VALUE SPACES.
039300     05  WS-CTB-CREDITO               PIC X(017).
039400     05  FILLER                       PIC X(002) VALUE SPACES.
039500     05  WS-CTB-HISTORICO             PIC X(030).
039600     05  FILLER                       PIC X(003) VALUE SPACES.
039700 01  WS-CTB-TITULO-CONTAS.
039800     05  FILLER                       PIC X(002) VALUE SPACES.
039900     05  FILLER                       PIC X(040) VALUE
040000         'TOTAIS POR CONTA'.
040100     05  FILLER                       PIC X(090) VALUE SPACES.
040200 01  WS-CTB-CABECALHO-CONTAS.
040300     05  FILLER                       PIC X(011) VALUE SPACES.
040400     05  FILLER                       PIC X(010) VALUE 'CONTA'.
040500     05  FILLER                       PIC X(044) VALUE
040600         'DESCRICAO DA CONTA'.
040700     05  FILLER                       PIC X(019) VALUE
040800         '           DEBITO'.
040900     05  FILLER                       PIC X(019) VALUE
041000         '          CREDITO'.
041100     05  FILLER                       PIC X(017) VALUE
041200         '            SALDO'.
041300     05  FILLER                       PIC X(012) VALUE SPACES.
041400 01  WS-CTB-LINHA-CONTA.
041500     05  FILLER                       PIC X(011) VALUE SPACES.
041600     05  WS-CTB-CTA-CODIGO            PIC X(008).
041700     05  FILLER                       PIC X(002) VALUE SPACES.
041800     05  WS-CTB-CTA-DESCRICAO         PIC X(030).
041900     05  FILLER                       PIC X(010) VALUE SPACES.
042000     05  WS-CTB-CTA-DEBITO            PIC -Z.ZZZ.ZZZ.ZZ9,99.
042100     05  FILLER                       PIC X(002) VALUE SPACES.
042200     05  WS-CTB-CTA-CREDITO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
042300     05  FILLER                       PIC X(002) VALUE SPACES.
042400     05  WS-CTB-CTA-SALDO             PIC -Z.ZZZ.ZZZ.ZZ9,99.
042500     05  FILLER                       PIC X(016) VALUE SPACES.
042600 01  WS-CTB-LINHA-TOTAL-LOTE.
042700     05  FILLER                       PIC X(011) VALUE SPACES.
042800     05  FILLER                       PIC X(050) VALUE
042900         'TOTAL DO LOTE'.
043000     05  WS-CTB-LOTE-DEBITO           PIC -Z.ZZZ.ZZZ.ZZ9,99.
043100     05  FILLER                       PIC X(002) VALUE SPACES.
043200     05  WS-CTB-LOTE-CREDITO          PIC -Z.ZZZ.ZZZ.ZZ9,99.
043300     05  FILLER                       PIC X(002) VALUE SPACES.
043400     05  WS-CTB-LOTE-SITUACAO         PIC X(020).
043500     05  FILLER                       PIC X(013) VALUE SPACES.
043600 01  WS-LINHA-RODAPE-CTB-1.
043700     05  FILLER                       PIC X(002) VALUE SPACES.
043800     05  FILLER                       PIC X(010) VALUE
043900         'LIDOS'.
044000     05  WS-ROD-LIDOS                 PIC ZZZ.ZZ9.
044100     05  FILLER                       PIC X(003) VALUE SPACES.
044200     05  FILLER                       PIC X(016) VALUE
044300         'CONTABILIZADOS'.
044400     05  WS-ROD-CONTABILIZADOS        PIC ZZZ.ZZ9.
044500     05  FILLER                       PIC X(003) VALUE SPACES.
044600     05  FILLER                       PIC X(012) VALUE
044700         'VALOR ZERO'.
044800     05  WS-ROD-VALOR-ZERO            PIC ZZZ.ZZ9.
044900     05  FILLER                       PIC X(003) VALUE SPACES.
045000     05  FILLER                       PIC X(017) VALUE
045100         'FORA DO PERIODO'.
045200     05  WS-ROD-FORA-PERIODO          PIC ZZZ.ZZ9.
045300     05  FILLER                       PIC X(003) VALUE SPACES.
045400     05  FILLER                       PIC X(025) VALUE
045500         'FORA DO MESTRE (ZZZZ)'.
045600     05  WS-ROD-SEM-MESTRE            PIC ZZZ.ZZ9.
045700     05  FILLER                       PIC X(003) VALUE SPACES.
045800 01  WS-LINHA-RODAPE-CTB-2.
045900     05  FILLER                       PIC X(002) VALUE SPACES.
046000     05  FILLER                       PIC X(014) VALUE
046100         'TOTAL LIDO'.
046200     05  WS-ROD-TOTAL-LIDO            PIC -Z.ZZZ.ZZZ.ZZ9,99.
046300     05  FILLER                       PIC X(004) VALUE SPACES.
046400     05  FILLER                       PIC X(016) VALUE
046500         'CONTABILIZADO'.
046600     05  WS-ROD-TOTAL-CONTABILIZADO   PIC -Z.ZZZ.ZZZ.ZZ9,99.
046700     05  FILLER                       PIC X(004) VALUE SPACES.
046800     05  FILLER                       PIC X(013) VALUE
046900         'LANCAMENTOS'.
047000     05  WS-ROD-LANCAMENTOS           PIC ZZZ.ZZ9.
047100     05  FILLER                       PIC X(003) VALUE SPACES.
047200     05  FILLER                       PIC X(010) VALUE
047300         'PARTIDAS'.
047400     05  WS-ROD-PARTIDAS              PIC ZZZ.ZZ9.
047500     05  FILLER                       PIC X(018) VALUE SPACES.
047600 01  WS-LINHA-RODAPE-CTB-3.
047700     05  FILLER                       PIC X(002) VALUE SPACES.
047800     05  WS-ROD-TITULO-3              PIC X(032).
047900     05  WS-ROD-QTD-3                 PIC ZZZ.ZZ9.
048000     05  FILLER                       PIC X(002) VALUE SPACES.
048100     05  WS-ROD-VALOR-3               PIC -Z.ZZZ.ZZZ.ZZ9,99.
048200     05  FILLER                       PIC X(072) VALUE SPACES.
048300*****************************************************************
048400*    CAMPO DE EDICAO DOS VALORES -- AS COLUNAS DE DEBITO E      *
048500*    CREDITO DA LINHA SAO ALFANUMERICAS PARA QUE O LADO SEM     *
048600*    VALOR SAIA EM BRANCO                                       *
048700*****************************************************************
048800 77  WS-ED-VALOR                      PIC -Z.ZZZ.ZZZ.ZZ9,99.
048900 PROCEDURE DIVISION.
049000*****************************************************************
049100*    0000-MAINLINE-CONTROLE                                     *
049200*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
049300*****************************************************************
049400 0000-MAINLINE-CONTROLE.
049500     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
049600     IF FUNCAO-PROVISAO
049700         PERFORM 2000-LE-COMISSOES THRU 2000-EXIT
049800     ELSE
049900         PERFORM 2500-LE-PAGAMENTOS THRU 2500-EXIT
050000     END-IF.
050100     PERFORM 3000-GERA-LANCAMENTOS THRU 3000-EXIT.
050200     PERFORM 5000-GRAVA-TRAILER-CONTABIL THRU 5000-EXIT.
050300     PERFORM 6000-IMPRIME-TOTAIS THRU 6000-EXIT.
050400     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
050500     STOP RUN.
050600*****************************************************************
050700*    1000-INICIALIZACAO                                         *
050800*    LE E CRITICA O CARTAO, CONFERE O FECHAMENTO DO PERIODO,    *
050900*    ABRE OS MESTRES, A ENTRADA DA FUNCAO E AS SAIDAS, E        *
051000*    IMPRIME O CABECALHO                                        *
051100*****************************************************************
051200 1000-INICIALIZACAO.
051300     MOVE SPACES TO WS-PARM-CARTAO.
051400     ACCEPT WS-PARM-CARTAO FROM SYSIN.
051500     PERFORM 1500-CRITICA-CARTAO THRU 1500-EXIT.
051600     PERFORM 1650-VERIFICA-PERIODO-FECHADO THRU 1650-EXIT.
051700     OPEN INPUT VENDEDOR-MASTER.
051800     IF WS-STATUS-MASTER NOT = '00'
051900         DISPLAY 'CTBCOMIS -- MESTRE DE VENDEDORES INDISPONIVEL '
052000             '(STATUS ' WS-STATUS-MASTER ') -- SEM ELE NAO HA '
052100             'CENTRO DE CUSTO -- EXECUCAO INTERROMPIDA'
052200         STOP RUN.
052300     PERFORM 1760-ABRE-VIGENCIAS THRU 1760-EXIT.
052400     IF FUNCAO-PROVISAO
052411         OPEN INPUT FOLHA-LEDGER
052422         IF WS-STATUS-LEDGER NOT = '00'
052433             DISPLAY 'CTBCOMIS -- LIVRO-RAZAO DE COMISSOES '
052444                 'ENVIADAS INDISPONIVEL (STATUS ' WS-STATUS-LEDGER
052455                 ') -- SEM ELE NAO SE SABE O QUE FOI ENVIADO A '
052466                 'FOLHA -- EXECUCAO INTERROMPIDA'
052477             STOP RUN
052488         END-IF
052500         OPEN INPUT ARQUIVO-COMISSAO
052600         MOVE 'PROVISAO DA DESPESA DE COMISSAO DO FECHAMENTO'
052700             TO WS-CTB-MODO
052800     END-IF.
052900     IF FUNCAO-AJUSTE
053000         OPEN INPUT ARQUIVO-AJUSTES
053100         MOVE 'AJUSTE DA PROVISAO -- DIFERENCAS DO FOLHADJ'
053200             TO WS-CTB-MODO
053300     END-IF.
053400     IF FUNCAO-LIQUIDACAO
053500         OPEN INPUT ARQUIVO-LIQUIDADOS
053600         MOVE 'LIQUIDACAO -- ESTORNO DA PROVISAO E A PAGAR'
053700             TO WS-CTB-MODO
053800     END-IF.
053900     OPEN OUTPUT ARQUIVO-CONTABIL
054000                 RELAT-CONTABIL.
054100     ACCEPT WS-DATA-GERACAO FROM DATE YYYYMMDD.
054200     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
054300 1000-EXIT.
054400     EXIT.
054500*****************************************************************
054600*    1100-IMPRIME-CABECALHO                                     *
054700*    IMPRIME AS LINHAS DE CABECALHO E REINICIA O CONTADOR DE    *
054800*    LINHAS DA PAGINA                                           *
054900*****************************************************************
055000 1100-IMPRIME-CABECALHO.
055100     ADD 1 TO WS-PAGINA-ATUAL.
055200     MOVE WS-PAGINA-ATUAL    TO WS-CTB-C1-PAGINA.
055300     MOVE WS-ANO-ATUAL       TO WS-CTB-C1-ANO.
055400     MOVE WS-TRIMESTRE-ATUAL TO WS-CTB-C1-TRIMESTRE.
055500     WRITE LINHA-CONTABIL FROM WS-CTB-CABECALHO-1
055600         AFTER ADVANCING PAGE.
055700     WRITE LINHA-CONTABIL FROM WS-CTB-CABECALHO-MODO
055800         AFTER ADVANCING 1 LINE.
055900     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
056000         AFTER ADVANCING 1 LINE.
056100     WRITE LINHA-CONTABIL FROM WS-CTB-CABECALHO-2
056200         AFTER ADVANCING 1 LINE.
056300     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
056400         AFTER ADVANCING 1 LINE.
056500     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
056600 1100-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    1500-CRITICA-CARTAO                                        *
057000*    CONFERE A FUNCAO E O PERIODO DO CARTAO -- CARTAO INVALIDO  *
057100*    INTERROMPE A EXECUCAO ANTES DE QUALQUER ARQUIVO SER ABERTO *
057200*****************************************************************
057300 1500-CRITICA-CARTAO.
057400     IF NOT FUNCAO-PROVISAO
057500         AND NOT FUNCAO-AJUSTE
057600         AND NOT FUNCAO-LIQUIDACAO
057700         GO TO 1500-CARTAO-INVALIDO.
057800     IF WS-PARM-PERIODO IS NOT NUMERIC
057900         GO TO 1500-CARTAO-INVALIDO.
058000     IF WS-PARM-TRIMESTRE < 1 OR WS-PARM-TRIMESTRE > 4
058100         GO TO 1500-CARTAO-INVALIDO.
058200     MOVE WS-PARM-ANO       TO WS-ANO-ATUAL.
058300     MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-ATUAL.
058400     MOVE WS-ANO-ATUAL       TO WS-PA-ANO.
058500     MOVE WS-TRIMESTRE-ATUAL TO WS-PA-TRIMESTRE.
058600     GO TO 1500-EXIT.
058700 1500-CARTAO-INVALIDO.
058800     DISPLAY 'CTBCOMIS -- CARTAO DE PARAMETRO INVALIDO ('
058900         WS-PARM-CARTAO(1:6) ') -- INFORMAR P (PROVISAO), '
059000         'A (AJUSTE) OU L (LIQUIDACAO) + PERIODO AAAAT -- '
059100         'EXECUCAO INTERROMPIDA'.
059200     STOP RUN.
059300 1500-EXIT.
059400     EXIT.
059500*****************************************************************
059600*    1650-VERIFICA-PERIODO-FECHADO                              *
059700*    CONSULTA O CONTROLE DE PERIODOS -- SO' UM PERIODO JA       *
059800*    FECHADO PELO QUARTER E' CONTABILIZADO, COMO NO FOLHAEXT    *
059900*****************************************************************
060000 1650-VERIFICA-PERIODO-FECHADO.
060100     OPEN INPUT PERIODO-CONTROLE.
060200     IF WS-STATUS-PERIODO-CTL NOT = '00'
060300         DISPLAY 'CTBCOMIS -- CONTROLE DE PERIODOS '
060400             'INDISPONIVEL (STATUS ' WS-STATUS-PERIODO-CTL
060500             ') -- SEM A CONFIRMACAO DE FECHAMENTO NADA SERA '
060600             'CONTABILIZADO -- EXECUCAO INTERROMPIDA'
060700         STOP RUN.
060800     MOVE WS-ANO-ATUAL       TO PC-ANO-PERIODO.
060900     MOVE WS-TRIMESTRE-ATUAL TO PC-TRIMESTRE-PERIODO.
061000     MOVE ZERO               TO PC-SEQUENCIA.
061100     READ PERIODO-CONTROLE
061200         INVALID KEY
061300             MOVE SPACE TO PC-SITUACAO
061400     END-READ.
061500     IF NOT PC-PERIODO-FECHADO
061600         DISPLAY 'CTBCOMIS -- O PERIODO ' WS-ANO-ATUAL 'T'
061700             WS-TRIMESTRE-ATUAL ' NAO ESTA FECHADO NO '
061800             'CONTROLE DE PERIODOS -- COMPLETE O FECHAMENTO '
061900             'DO QUARTER ANTES DA CONTABILIZACAO -- '
062000             'EXECUCAO INTERROMPIDA'
062100         CLOSE PERIODO-CONTROLE
062200         STOP RUN.
062300     CLOSE PERIODO-CONTROLE.
062400 1650-EXIT.
062500     EXIT.
062600*****************************************************************
062700*    1760-ABRE-VIGENCIAS                                        *
062800*    ABRE AS VIGENCIAS DE REGIAO -- SEM O ARQUIVO, A REGIAO     *
062900*    CORRENTE DO MESTRE SEGUE VALENDO, COM AVISO NO CONSOLE     *
063000*****************************************************************
063100 1760-ABRE-VIGENCIAS.
063200     MOVE 'N' TO WS-VIGENCIA-DISPONIVEL-SW.
063300     OPEN INPUT REGIAO-VIGENCIA.
063400     IF WS-STATUS-VIGENCIA = '00'
063500         MOVE 'S' TO WS-VIGENCIA-DISPONIVEL-SW
063600     ELSE
063700         DISPLAY 'CTBCOMIS -- VIGENCIAS DE REGIAO INDISPONIVEIS '
063800             '(STATUS ' WS-STATUS-VIGENCIA ') -- A REGIAO '
063900             'CORRENTE DO MESTRE SERA USADA'
064000     END-IF.
064100 1760-EXIT.
064200     EXIT.
064300*****************************************************************
064400*    2000-LE-COMISSOES                                          *
064500*    PROVISAO -- PERCORRE O ARQUIVO-COMISSAO DO FECHAMENTO      *
064600*****************************************************************
064700 2000-LE-COMISSOES.
064800     PERFORM 7000-LER-COMISSAO THRU 7000-EXIT.
064900     PERFORM 2100-PROCESSA-COMISSAO THRU 2100-EXIT
065000         UNTIL FIM-ARQUIVO-ENTRADA.
065100 2000-EXIT.
065200     EXIT.
065300*****************************************************************
065400*    2100-PROCESSA-COMISSAO                                     *
065462*    SO' E' PROVISIONADA A COMISSAO (OU O OVERRIDE, FAIXA       *
065524*    'OVERRIDE') QUE TEM LANCAMENTO DO MESMO TIPO NO RAZAO --   *
065586*    O QUE O FOLHAEXT OU O COMGER REALMENTE ENVIOU, PELO VALOR  *
065648*    ORIGINAL DO ENVIO. SEM LANCAMENTO, A COMISSAO NAO FOI      *
065710*    PAGA (FORA DO MESTRE OU RETIDA PARA O RH NO ENVIO) E FICA  *
065772*    FORA DA PROVISAO, MESMO QUE A SITUACAO DO VENDEDOR TENHA   *
065834*    MUDADO DEPOIS                                              *
065900*****************************************************************
066000 2100-PROCESSA-COMISSAO.
066100     ADD 1 TO WS-CONTADOR-LIDOS.
066200     ADD CM-VALOR-COMISSAO TO WS-TOTAL-LIDO.
066300     MOVE CM-MATRICULA      TO WS-MATRICULA-MOVIMENTO.
066500     IF CM-FAIXA = 'OVERRIDE'
066600         MOVE 'S' TO WS-MOVIMENTO-OVERRIDE-SW
066700     ELSE
066800         MOVE 'N' TO WS-MOVIMENTO-OVERRIDE-SW
066900     END-IF.
066911     IF CM-VALOR-COMISSAO = ZERO
066922         ADD 1 TO WS-CONTADOR-VALOR-ZERO
066933         GO TO 2100-LER.
066944     PERFORM 2150-LOCALIZA-LEDGER THRU 2150-EXIT.
066955     IF NOT LEDGER-ENCONTRADO
066966         ADD 1 TO WS-CONTADOR-RETIDOS
066977         ADD CM-VALOR-COMISSAO TO WS-TOTAL-RETIDO
066988         GO TO 2100-LER.
067000     IF WS-VALOR-MOVIMENTO = ZERO
067100         ADD 1 TO WS-CONTADOR-VALOR-ZERO
067200         GO TO 2100-LER.
067300     PERFORM 2810-LOCALIZA-REGIAO-VENDEDOR THRU 2810-EXIT.
068200     PERFORM 2800-ACUMULA-MOVIMENTO THRU 2800-EXIT.
068300 2100-LER.
068400     PERFORM 7000-LER-COMISSAO THRU 7000-EXIT.
068500 2100-EXIT.
068502     EXIT.
068504*****************************************************************
068506*    2150-LOCALIZA-LEDGER                                       *
068508*    LOCALIZA NO RAZAO O LANCAMENTO DA MATRICULA NO PERIODO --  *
068510*    SO' VALE O LANCAMENTO DO MESMO TIPO ('G' PARA O OVERRIDE,  *
068512*    'C' PARA A COMISSAO). O VALOR PROVISIONADO E' O ORIGINAL   *
068514*    DO ENVIO (O PAGO, EM REGISTRO ANTERIOR AO CAMPO, COMO NO   *
068516*    FOLHADJ) -- AS DIFERENCAS DO FOLHADJ VEM NA FUNCAO 'A'     *
068518*****************************************************************
068520 2150-LOCALIZA-LEDGER.
068522     MOVE 'N'                TO WS-LEDGER-ENCONTRADO-SW.
068524     MOVE ZERO               TO WS-VALOR-MOVIMENTO.
068526     MOVE WS-ANO-ATUAL       TO FL-ANO-APURACAO.
068528     MOVE WS-TRIMESTRE-ATUAL TO FL-TRIMESTRE-APURACAO.
068530     MOVE CM-MATRICULA       TO FL-MATRICULA.
068532     READ FOLHA-LEDGER
068534         INVALID KEY
068536             GO TO 2150-EXIT
068538     END-READ.
068540     IF MOVIMENTO-OVERRIDE
068542         IF NOT FL-LANCAMENTO-OVERRIDE
068544             GO TO 2150-EXIT
068546         END-IF
068548     ELSE
068550         IF NOT FL-LANCAMENTO-COMISSAO
068552             GO TO 2150-EXIT
068554         END-IF
068556     END-IF.
068558     MOVE 'S' TO WS-LEDGER-ENCONTRADO-SW.
068560     IF FL-VALOR-ORIGINAL IS NUMERIC
068562         MOVE FL-VALOR-ORIGINAL TO WS-VALOR-MOVIMENTO
068564     ELSE
068566         MOVE FL-VALOR-PAGO     TO WS-VALOR-MOVIMENTO
068568     END-IF.
068570 2150-EXIT.
068600     EXIT.
068700*****************************************************************
068800*    2500-LE-PAGAMENTOS                                         *
068900*    AJUSTE OU LIQUIDACAO -- PERCORRE O ARQUIVO DA FUNCAO, NO   *
069000*    LAYOUT DO ARQUIVO-FOLHA                                    *
069100*****************************************************************
069200 2500-LE-PAGAMENTOS.
069300     PERFORM 7100-LER-PAGAMENTO THRU 7100-EXIT.
069400     PERFORM 2510-PROCESSA-PAGAMENTO THRU 2510-EXIT
069500         UNTIL FIM-ARQUIVO-ENTRADA.
069600 2500-EXIT.
069700     EXIT.
069800*****************************************************************
069900*    2510-PROCESSA-PAGAMENTO                                    *
070000*    SOMA OS TRAILERS PARA A CONFERENCIA E CONTABILIZA AS       *
070100*    TRANSACOES 'D' DO PERIODO DO CARTAO -- O TIPO DE           *
070200*    PAGAMENTO 'G' E' OVERRIDE DE GERENTE                       *
070300*****************************************************************
070400 2510-PROCESSA-PAGAMENTO.
070500     IF WS-PAG-TRAILER
070600         ADD WS-PAG-TRL-QTD   TO WS-TRL-ENTRADA-QTD
070700         ADD WS-PAG-TRL-TOTAL TO WS-TRL-ENTRADA-TOTAL
070800         GO TO 2510-LER.
070900     IF NOT WS-PAG-TRANSACAO
071000         GO TO 2510-LER.
071100     ADD 1 TO WS-CONTADOR-LIDOS.
071200     IF WS-PAG-ANO-APURACAO NOT = WS-ANO-ATUAL
071300         OR WS-PAG-TRIMESTRE-APURACAO NOT = WS-TRIMESTRE-ATUAL
071400         ADD 1 TO WS-CONTADOR-FORA-PERIODO
071500         GO TO 2510-LER.
071600     ADD WS-PAG-VALOR-COMISSAO TO WS-TOTAL-LIDO.
071700     MOVE WS-PAG-MATRICULA      TO WS-MATRICULA-MOVIMENTO.
071800     MOVE WS-PAG-VALOR-COMISSAO TO WS-VALOR-MOVIMENTO.
071900     IF WS-PAG-OVERRIDE
072000         MOVE 'S' TO WS-MOVIMENTO-OVERRIDE-SW
072100     ELSE
072200         MOVE 'N' TO WS-MOVIMENTO-OVERRIDE-SW
072300     END-IF.
072400     IF WS-VALOR-MOVIMENTO = ZERO
072500         ADD 1 TO WS-CONTADOR-VALOR-ZERO
072600         GO TO 2510-LER.
072700     PERFORM 2810-LOCALIZA-REGIAO-VENDEDOR THRU 2810-EXIT.
072800     PERFORM 2800-ACUMULA-MOVIMENTO THRU 2800-EXIT.
072900 2510-LER.
073000     PERFORM 7100-LER-PAGAMENTO THRU 7100-EXIT.
073100 2510-EXIT.
073200     EXIT.
073300*****************************************************************
073400*    2800-ACUMULA-MOVIMENTO                                     *
073500*    SOMA O VALOR DO MOVIMENTO NA ENTRADA DA REGIAO, NA COLUNA  *
073600*    DA COMISSAO OU DO OVERRIDE                                 *
073700*****************************************************************
073800 2800-ACUMULA-MOVIMENTO.
073900     PERFORM 2850-LOCALIZA-ENTRADA-REGIAO THRU 2850-EXIT.
074000     IF MOVIMENTO-OVERRIDE
074100         ADD WS-VALOR-MOVIMENTO
074200             TO WS-TAB-OVERRIDE (WS-IND-REGIAO-ACHADA)
074300     ELSE
074400         ADD WS-VALOR-MOVIMENTO
074500             TO WS-TAB-COMISSAO (WS-IND-REGIAO-ACHADA)
074600     END-IF.
074700     ADD 1 TO WS-TAB-MOVIMENTOS (WS-IND-REGIAO-ACHADA).
074800     ADD 1 TO WS-CONTADOR-CONTABILIZADOS.
074900     ADD WS-VALOR-MOVIMENTO TO WS-TOTAL-CONTABILIZADO.
075000 2800-EXIT.
075100     EXIT.
075200*****************************************************************
075300*    2810-LOCALIZA-REGIAO-VENDEDOR                              *
075400*    LOCALIZA A MATRICULA NO MESTRE E APURA A REGIAO DO         *
075500*    PERIODO -- FORA DO MESTRE CAI NA REGIAO CORINGA 'ZZZZ'     *
075600*****************************************************************
075700 2810-LOCALIZA-REGIAO-VENDEDOR.
075800     MOVE 'N' TO WS-VENDEDOR-NO-MESTRE-SW.
075900     MOVE WS-MATRICULA-MOVIMENTO TO VM-MATRICULA-VENDEDOR.
076000     READ VENDEDOR-MASTER
076100         INVALID KEY
076200             MOVE 'ZZZZ' TO WS-REGIAO-VENDEDOR
076300             GO TO 2810-EXIT
076400     END-READ.
076500     MOVE 'S' TO WS-VENDEDOR-NO-MESTRE-SW.
076600     MOVE VM-REGIAO-VENDEDOR TO WS-REGIAO-VENDEDOR.
076700     PERFORM 2820-LOCALIZA-VIGENCIA THRU 2820-EXIT.
076800 2810-EXIT.
076900     EXIT.
077000*****************************************************************
077100*    2820-LOCALIZA-VIGENCIA                                     *
077200*    PROCURA A VIGENCIA DE REGIAO DA MATRICULA QUE COBRE O      *
077300*    PERIODO -- SE HOUVER, A REGIAO DELA SUBSTITUI A REGIAO     *
077400*    CORRENTE DO MESTRE; SEM VIGENCIA (OU SEM O ARQUIVO) VALE   *
077500*    O MESTRE                                                   *
077600*****************************************************************
077700 2820-LOCALIZA-VIGENCIA.
077800     IF NOT VIGENCIA-DISPONIVEL
077900         GO TO 2820-EXIT.
078000     MOVE 'N' TO WS-FIM-VIGENCIAS-SW.
078100     MOVE 'N' TO WS-VIGENCIA-ACHADA-SW.
078200     MOVE WS-MATRICULA-MOVIMENTO TO TV-MATRICULA-VENDEDOR.
078300     MOVE ZERO TO TV-ANO-INICIO.
078400     MOVE ZERO TO TV-TRIMESTRE-INICIO.
078500     START REGIAO-VIGENCIA KEY NOT < TV-CHAVE-VIGENCIA
078600         INVALID KEY
078700             GO TO 2820-EXIT
078800     END-START.
078900     PERFORM 2830-LER-VIGENCIA THRU 2830-EXIT.
079000     PERFORM 2840-AVALIA-VIGENCIA THRU 2840-EXIT
079100         UNTIL FIM-VIGENCIAS.
079200     IF VIGENCIA-ACHADA
079300         MOVE WS-VIG-REGIAO TO WS-REGIAO-VENDEDOR
079400     END-IF.
079500 2820-EXIT.
079600     EXIT.
079700*****************************************************************
079800*    2830-LER-VIGENCIA                                          *
079900*    LE A PROXIMA VIGENCIA -- A MUDANCA DE MATRICULA (OU O      *
080000*    FIM DO ARQUIVO) ENCERRA A VARREDURA                        *
080100*****************************************************************
080200 2830-LER-VIGENCIA.
080300     READ REGIAO-VIGENCIA NEXT RECORD
080400         AT END
080500             MOVE 'S' TO WS-FIM-VIGENCIAS-SW
080600     END-READ.
080700     IF NOT FIM-VIGENCIAS
080800         IF TV-MATRICULA-VENDEDOR NOT = WS-MATRICULA-MOVIMENTO
080900             MOVE 'S' TO WS-FIM-VIGENCIAS-SW
081000         END-IF
081100     END-IF.
081200 2830-EXIT.
081300     EXIT.
081400*****************************************************************
081500*    2840-AVALIA-VIGENCIA                                       *
081600*    GUARDA A REGIAO DA VIGENCIA QUE COBRE O PERIODO -- COM A   *
081700*    CHAVE EM ORDEM DE INICIO, A ULTIMA QUE COBRIR E' A QUE     *
081800*    VALE                                                       *
081900*****************************************************************
082000 2840-AVALIA-VIGENCIA.
082100     MOVE TV-ANO-INICIO       TO WS-VI-ANO.
082200     MOVE TV-TRIMESTRE-INICIO TO WS-VI-TRIMESTRE.
082300     MOVE TV-ANO-FIM          TO WS-VF-ANO.
082400     MOVE TV-TRIMESTRE-FIM    TO WS-VF-TRIMESTRE.
082500     IF WS-VIG-PERIODO-INICIO NOT > WS-PERIODO-APURADO
082600         AND WS-VIG-PERIODO-FIM NOT < WS-PERIODO-APURADO
082700         MOVE 'S' TO WS-VIGENCIA-ACHADA-SW
082800         MOVE TV-REGIAO-VENDEDOR TO WS-VIG-REGIAO
082900     END-IF.
083000     PERFORM 2830-LER-VIGENCIA THRU 2830-EXIT.
083100 2840-EXIT.
083200     EXIT.
083300*****************************************************************
083400*    2850-LOCALIZA-ENTRADA-REGIAO                               *
083500*    PROCURA A REGIAO NA TABELA DE ACUMULACAO -- SE AINDA NAO   *
083600*    CONSTA, ABRE UMA ENTRADA NOVA ZERADA. TABELA CHEIA         *
083700*    INTERROMPE A EXECUCAO: UM VALOR DESCARTADO DEIXARIA A      *
083800*    CONTABILIDADE DIFERENTE DO RELAT-COMISSAO                  *
083900*****************************************************************
084000 2850-LOCALIZA-ENTRADA-REGIAO.
084100     IF NOT VENDEDOR-NO-MESTRE
084200         ADD 1 TO WS-CONTADOR-SEM-MESTRE.
084300     MOVE ZERO TO WS-IND-REGIAO-ACHADA.
084400     PERFORM 2860-PROCURA-REGIAO THRU 2860-EXIT
084500         VARYING WS-IND-REGIAO FROM 1 BY 1
084600         UNTIL WS-IND-REGIAO > WS-QTD-REGIOES
084700            OR WS-IND-REGIAO-ACHADA > ZERO.
084800     IF WS-IND-REGIAO-ACHADA > ZERO
084900         GO TO 2850-EXIT.
085000     IF WS-QTD-REGIOES NOT < 100
085100         DISPLAY 'CTBCOMIS -- TABELA DE REGIOES CHEIA NA REGIAO '
085200             WS-REGIAO-VENDEDOR ' -- EXECUCAO INTERROMPIDA'
085300         STOP RUN.
085400     ADD 1 TO WS-QTD-REGIOES.
085500     MOVE WS-QTD-REGIOES TO WS-IND-REGIAO-ACHADA.
085600     MOVE WS-REGIAO-VENDEDOR
085700         TO WS-TAB-REGIAO (WS-IND-REGIAO-ACHADA).
085800     MOVE ZERO TO WS-TAB-COMISSAO (WS-IND-REGIAO-ACHADA).
085900     MOVE ZERO TO WS-TAB-OVERRIDE (WS-IND-REGIAO-ACHADA).
086000     MOVE ZERO TO WS-TAB-MOVIMENTOS (WS-IND-REGIAO-ACHADA).
086100 2850-EXIT.
086200     EXIT.
086300*****************************************************************
086400*    2860-PROCURA-REGIAO                                        *
086500*    COMPARA A REGIAO DO MOVIMENTO COM UMA POSICAO DA TABELA    *
086600*****************************************************************
086700 2860-PROCURA-REGIAO.
086800     IF WS-TAB-REGIAO (WS-IND-REGIAO) = WS-REGIAO-VENDEDOR
086900         MOVE WS-IND-REGIAO TO WS-IND-REGIAO-ACHADA
087000     END-IF.
087100 2860-EXIT.
087200     EXIT.
087300*****************************************************************
087400*    3000-GERA-LANCAMENTOS                                      *
087500*    GERA OS LANCAMENTOS DE CADA REGIAO DA TABELA               *
087600*****************************************************************
087700 3000-GERA-LANCAMENTOS.
087800     PERFORM 3100-GERA-REGIAO THRU 3100-EXIT
087900         VARYING WS-IND-REGIAO FROM 1 BY 1
088000         UNTIL WS-IND-REGIAO > WS-QTD-REGIOES.
088100 3000-EXIT.
088200     EXIT.
088300*****************************************************************
088400*    3100-GERA-REGIAO                                           *
088500*    A COMISSAO E O OVERRIDE DA REGIAO SAO LANCADOS CADA UM NA  *
088600*    SUA CONTA DE DESPESA, COM A REGIAO COMO CENTRO DE CUSTO -- *
088700*    VALOR LIQUIDO ZERO NAO GERA LANCAMENTO                     *
088800*****************************************************************
088900 3100-GERA-REGIAO.
089000     MOVE WS-TAB-REGIAO (WS-IND-REGIAO) TO WS-LAN-CENTRO-CUSTO.
089100     IF WS-TAB-COMISSAO (WS-IND-REGIAO) NOT = ZERO
089200         MOVE WS-CTA-DESPESA-COMISSAO TO WS-CTA-DESPESA
089300         MOVE 'COMISSAO'              TO WS-LAN-TIPO
089400         MOVE WS-TAB-COMISSAO (WS-IND-REGIAO) TO WS-VALOR-REGIAO
089500         PERFORM 3200-LANCA-VALOR-REGIAO THRU 3200-EXIT
089600     END-IF.
089700     IF WS-TAB-OVERRIDE (WS-IND-REGIAO) NOT = ZERO
089800         MOVE WS-CTA-DESPESA-OVERRIDE TO WS-CTA-DESPESA
089900         MOVE 'OVERRIDE'              TO WS-LAN-TIPO
090000         MOVE WS-TAB-OVERRIDE (WS-IND-REGIAO) TO WS-VALOR-REGIAO
090100         PERFORM 3200-LANCA-VALOR-REGIAO THRU 3200-EXIT
090200     END-IF.
090300 3100-EXIT.
090400     EXIT.
090500*****************************************************************
090600*    3200-LANCA-VALOR-REGIAO                                    *
090700*    PROVISAO E AJUSTE -- DEBITO NA DESPESA, CREDITO NAS        *
090800*    PROVISIONADAS. LIQUIDACAO -- ESTORNO DA PROVISAO (DEBITO   *
090900*    NAS PROVISIONADAS, CREDITO NA DESPESA) E A COMISSAO A      *
091000*    PAGAR (DEBITO NA DESPESA, CREDITO NAS A PAGAR)             *
091100*****************************************************************
091200 3200-LANCA-VALOR-REGIAO.
091300     IF FUNCAO-LIQUIDACAO
091400         GO TO 3200-LIQUIDACAO.
091500     MOVE WS-CTA-DESPESA       TO WS-LAN-CONTA-DEBITO.
091600     MOVE WS-CTA-PROVISIONADAS TO WS-LAN-CONTA-CREDITO.
091700     IF FUNCAO-PROVISAO
091800         MOVE 'PROVISAO'       TO WS-LAN-PREFIXO
091900     ELSE
092000         MOVE 'AJUSTE'         TO WS-LAN-PREFIXO
092100     END-IF.
092200     PERFORM 3300-GRAVA-LANCAMENTO THRU 3300-EXIT.
092300     GO TO 3200-EXIT.
092400 3200-LIQUIDACAO.
092500     MOVE WS-CTA-PROVISIONADAS TO WS-LAN-CONTA-DEBITO.
092600     MOVE WS-CTA-DESPESA       TO WS-LAN-CONTA-CREDITO.
092700     MOVE 'ESTORNO PROV.'      TO WS-LAN-PREFIXO.
092800     PERFORM 3300-GRAVA-LANCAMENTO THRU 3300-EXIT.
092900     MOVE WS-CTA-DESPESA       TO WS-LAN-CONTA-DEBITO.
093000     MOVE WS-CTA-A-PAGAR       TO WS-LAN-CONTA-CREDITO.
093100     MOVE 'A PAGAR'            TO WS-LAN-PREFIXO.
093200     PERFORM 3300-GRAVA-LANCAMENTO THRU 3300-EXIT.
093300 3200-EXIT.
093400     EXIT.
093500*****************************************************************
093600*    3300-GRAVA-LANCAMENTO                                      *
093700*    NUMERA O LANCAMENTO E GRAVA AS DUAS PARTIDAS DE MESMO      *
093800*    VALOR -- VALOR NEGATIVO (AJUSTE OU ESTORNO DE PAGAMENTO)   *
093900*    INVERTE DEBITO E CREDITO E SAI EM VALOR ABSOLUTO           *
094000*****************************************************************
094100 3300-GRAVA-LANCAMENTO.
094200     MOVE WS-VALOR-REGIAO TO WS-LAN-VALOR.
094300     IF WS-LAN-VALOR < ZERO
094400         MOVE WS-LAN-CONTA-DEBITO  TO WS-LAN-CONTA-TROCA
094500         MOVE WS-LAN-CONTA-CREDITO TO WS-LAN-CONTA-DEBITO
094600         MOVE WS-LAN-CONTA-TROCA   TO WS-LAN-CONTA-CREDITO
094700         SUBTRACT WS-LAN-VALOR FROM ZERO GIVING WS-LAN-VALOR
094800     END-IF.
094900     MOVE SPACES TO WS-LAN-HISTORICO.
095000     STRING WS-LAN-PREFIXO DELIMITED BY '  '
095100            ' '            DELIMITED BY SIZE
095200            WS-LAN-TIPO    DELIMITED BY SIZE
095300            ' '            DELIMITED BY SIZE
095400            WS-ANO-ATUAL   DELIMITED BY SIZE
095500            'T'            DELIMITED BY SIZE
095600            WS-TRIMESTRE-ATUAL DELIMITED BY SIZE
095700         INTO WS-LAN-HISTORICO.
095800     ADD 1 TO WS-CONTADOR-LANCAMENTOS.
095900     MOVE WS-LAN-CONTA-DEBITO  TO WS-PAR-CONTA.
096000     MOVE 'D'                  TO WS-PAR-NATUREZA.
096100     PERFORM 3400-GRAVA-PARTIDA THRU 3400-EXIT.
096200     MOVE WS-LAN-CONTA-CREDITO TO WS-PAR-CONTA.
096300     MOVE 'C'                  TO WS-PAR-NATUREZA.
096400     PERFORM 3400-GRAVA-PARTIDA THRU 3400-EXIT.
096500 3300-EXIT.
096600     EXIT.
096700*****************************************************************
096800*    3400-GRAVA-PARTIDA                                         *
096900*    GRAVA A PARTIDA NO ARQUIVO DE INTERFACE, SOMA NOS TOTAIS   *
097000*    DA CONTA E DO LOTE E IMPRIME A LINHA DA LISTAGEM           *
097100*****************************************************************
097200 3400-GRAVA-PARTIDA.
097300     MOVE SPACES                  TO REGISTRO-LANCAMENTO-CONTABIL.
097400     MOVE 'D'                     TO LC-TIPO-REGISTRO.
097500     MOVE WS-ANO-ATUAL            TO LC-ANO-COMPETENCIA.
097600     MOVE WS-TRIMESTRE-ATUAL      TO LC-TRIMESTRE-COMPETENCIA.
097700     MOVE WS-PARM-FUNCAO          TO LC-ORIGEM-LANCAMENTO.
097800     MOVE WS-DATA-GERACAO         TO LC-DATA-GERACAO.
097900     MOVE WS-CONTADOR-LANCAMENTOS TO LC-NUMERO-LANCAMENTO.
098000     MOVE WS-CTA-CODIGO (WS-PAR-CONTA) TO LC-CONTA-CONTABIL.
098100     MOVE WS-LAN-CENTRO-CUSTO     TO LC-CENTRO-CUSTO.
098200     MOVE WS-PAR-NATUREZA         TO LC-DEBITO-CREDITO.
098300     MOVE WS-LAN-VALOR            TO LC-VALOR-PARTIDA.
098400     MOVE WS-LAN-HISTORICO        TO LC-HISTORICO.
098500     WRITE REGISTRO-LANCAMENTO-CONTABIL.
098600     ADD 1 TO WS-CONTADOR-PARTIDAS.
098700     MOVE WS-LAN-VALOR TO WS-ED-VALOR.
098800     IF LC-PARTIDA-DEBITO
098900         ADD WS-LAN-VALOR TO WS-TCT-DEBITO (WS-PAR-CONTA)
099000         ADD WS-LAN-VALOR TO WS-TOTAL-DEBITOS
099100         MOVE WS-ED-VALOR TO WS-CTB-DEBITO
099200         MOVE SPACES      TO WS-CTB-CREDITO
099300     ELSE
099400         ADD WS-LAN-VALOR TO WS-TCT-CREDITO (WS-PAR-CONTA)
099500         ADD WS-LAN-VALOR TO WS-TOTAL-CREDITOS
099600         MOVE SPACES      TO WS-CTB-DEBITO
099700         MOVE WS-ED-VALOR TO WS-CTB-CREDITO
099800     END-IF.
099900     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
100000         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
100100     END-IF.
100200     MOVE WS-CONTADOR-LANCAMENTOS TO WS-CTB-LANCAMENTO.
100300     MOVE WS-CTA-CODIGO (WS-PAR-CONTA)    TO WS-CTB-CONTA.
100400     MOVE WS-CTA-DESCRICAO (WS-PAR-CONTA) TO WS-CTB-DESCRICAO.
100500     MOVE WS-LAN-CENTRO-CUSTO     TO WS-CTB-CENTRO-CUSTO.
100600     MOVE WS-LAN-HISTORICO        TO WS-CTB-HISTORICO.
100700     WRITE LINHA-CONTABIL FROM WS-CTB-LINHA-DETALHE
100800         AFTER ADVANCING 1 LINE.
100900     ADD 1 TO WS-LINHAS-NA-PAGINA.
101000 3400-EXIT.
101100     EXIT.
101200*****************************************************************
101300*    5000-GRAVA-TRAILER-CONTABIL                                *
101400*    GRAVA O TRAILER DO LOTE COM A QUANTIDADE DE PARTIDAS E OS  *
101500*    TOTAIS A DEBITO E A CREDITO -- SEM MOVIMENTO, O ARQUIVO    *
101600*    SAI SO' COM O TRAILER ZERADO                               *
101700*****************************************************************
101800 5000-GRAVA-TRAILER-CONTABIL.
101900     MOVE SPACES               TO REGISTRO-CONTABIL-TRAILER.
102000     MOVE 'T'                  TO CT-TIPO-REGISTRO.
102100     MOVE WS-CONTADOR-PARTIDAS TO CT-QTD-PARTIDAS.
102200     MOVE WS-TOTAL-DEBITOS     TO CT-TOTAL-DEBITOS.
102300     MOVE WS-TOTAL-CREDITOS    TO CT-TOTAL-CREDITOS.
102400     WRITE REGISTRO-CONTABIL-TRAILER.
102500 5000-EXIT.
102600     EXIT.
102700*****************************************************************
102800*    6000-IMPRIME-TOTAIS                                        *
102900*    IMPRIME OS TOTAIS POR CONTA, O TOTAL DO LOTE E OS TOTAIS   *
103000*    DE CONTROLE DA ENTRADA, E RESUME NO CONSOLE                *
103100*****************************************************************
103200 6000-IMPRIME-TOTAIS.
103300     IF WS-LINHAS-NA-PAGINA + 15 > WS-MAX-LINHAS-PAGINA
103400         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
103500     END-IF.
103600     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
103700         AFTER ADVANCING 1 LINE.
103800     WRITE LINHA-CONTABIL FROM WS-CTB-TITULO-CONTAS
103900         AFTER ADVANCING 1 LINE.
104000     WRITE LINHA-CONTABIL FROM WS-CTB-CABECALHO-CONTAS
104100         AFTER ADVANCING 1 LINE.
104200     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
104300         AFTER ADVANCING 1 LINE.
104400     ADD 4 TO WS-LINHAS-NA-PAGINA.
104500     PERFORM 6100-IMPRIME-CONTA THRU 6100-EXIT
104600         VARYING WS-IND-CONTA FROM 1 BY 1
104700         UNTIL WS-IND-CONTA > WS-QTD-CONTAS.
104800     MOVE WS-TOTAL-DEBITOS  TO WS-CTB-LOTE-DEBITO.
104900     MOVE WS-TOTAL-CREDITOS TO WS-CTB-LOTE-CREDITO.
105000     IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
105100         MOVE 'LOTE BALANCEADO'    TO WS-CTB-LOTE-SITUACAO
105200     ELSE
105300         MOVE 'LOTE DESBALANCEADO' TO WS-CTB-LOTE-SITUACAO
105400     END-IF.
105500     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
105600         AFTER ADVANCING 1 LINE.
105700     WRITE LINHA-CONTABIL FROM WS-CTB-LINHA-TOTAL-LOTE
105800         AFTER ADVANCING 1 LINE.
105900     MOVE WS-CONTADOR-LIDOS          TO WS-ROD-LIDOS.
106000     MOVE WS-CONTADOR-CONTABILIZADOS TO WS-ROD-CONTABILIZADOS.
106100     MOVE WS-CONTADOR-VALOR-ZERO     TO WS-ROD-VALOR-ZERO.
106200     MOVE WS-CONTADOR-FORA-PERIODO   TO WS-ROD-FORA-PERIODO.
106300     MOVE WS-CONTADOR-SEM-MESTRE     TO WS-ROD-SEM-MESTRE.
106400     MOVE WS-TOTAL-LIDO              TO WS-ROD-TOTAL-LIDO.
106500     MOVE WS-TOTAL-CONTABILIZADO TO WS-ROD-TOTAL-CONTABILIZADO.
106600     MOVE WS-CONTADOR-LANCAMENTOS    TO WS-ROD-LANCAMENTOS.
106700     MOVE WS-CONTADOR-PARTIDAS       TO WS-ROD-PARTIDAS.
106800     WRITE LINHA-CONTABIL FROM WS-LINHA-BRANCO
106900         AFTER ADVANCING 1 LINE.
107000     WRITE LINHA-CONTABIL FROM WS-LINHA-RODAPE-CTB-1
107100         AFTER ADVANCING 1 LINE.
107200     WRITE LINHA-CONTABIL FROM WS-LINHA-RODAPE-CTB-2
107300         AFTER ADVANCING 1 LINE.
107400     ADD 5 TO WS-LINHAS-NA-PAGINA.
107500     IF FUNCAO-PROVISAO
107600         MOVE 'SEM LANCAMENTO NO RAZAO' TO WS-ROD-TITULO-3
107700         MOVE WS-CONTADOR-RETIDOS      TO WS-ROD-QTD-3
107800         MOVE WS-TOTAL-RETIDO          TO WS-ROD-VALOR-3
107900     ELSE
108000         MOVE 'TRAILER DE ENTRADA (QTD)' TO WS-ROD-TITULO-3
108100         MOVE WS-TRL-ENTRADA-QTD       TO WS-ROD-QTD-3
108200         MOVE WS-TRL-ENTRADA-TOTAL     TO WS-ROD-VALOR-3
108300     END-IF.
108400     WRITE LINHA-CONTABIL FROM WS-LINHA-RODAPE-CTB-3
108500         AFTER ADVANCING 1 LINE.
108600     ADD 1 TO WS-LINHAS-NA-PAGINA.
108700     DISPLAY 'CTBCOMIS -- PERIODO ' WS-ANO-ATUAL 'T'
108800         WS-TRIMESTRE-ATUAL ' FUNCAO ' WS-PARM-FUNCAO ': '
108900         WS-CONTADOR-LANCAMENTOS ' LANCAMENTO(S), '
109000         WS-CONTADOR-PARTIDAS ' PARTIDA(S)'.
109100     IF WS-TOTAL-DEBITOS NOT = WS-TOTAL-CREDITOS
109200         DISPLAY 'CTBCOMIS -- AVISO: LOTE DESBALANCEADO -- NAO '
109300             'IMPORTAR NA CONTABILIDADE'
109400     END-IF.
109500     IF WS-CONTADOR-SEM-MESTRE > ZERO
109600         DISPLAY 'CTBCOMIS -- AVISO: ' WS-CONTADOR-SEM-MESTRE
109700             ' MOVIMENTO(S) FORA DO MESTRE LANCADO(S) NO CENTRO '
109800             'DE CUSTO ZZZZ'
109900     END-IF.
110000     IF NOT FUNCAO-PROVISAO
110100         AND WS-TRL-ENTRADA-QTD NOT = WS-CONTADOR-LIDOS
110200         DISPLAY 'CTBCOMIS -- AVISO: O TRAILER DA ENTRADA NAO '
110300             'CONFERE COM AS TRANSACOES LIDAS'
110400     END-IF.
110500 6000-EXIT.
110600     EXIT.
110700*****************************************************************
110800*    6100-IMPRIME-CONTA                                         *
110900*    IMPRIME OS TOTAIS A DEBITO E A CREDITO E O SALDO DE UMA    *
111000*    CONTA DO PLANO                                             *
111100*****************************************************************
111200 6100-IMPRIME-CONTA.
111300     COMPUTE WS-SALDO-CONTA = WS-TCT-DEBITO (WS-IND-CONTA)
111400                            - WS-TCT-CREDITO (WS-IND-CONTA).
111500     MOVE WS-CTA-CODIGO (WS-IND-CONTA)    TO WS-CTB-CTA-CODIGO.
111600     MOVE WS-CTA-DESCRICAO (WS-IND-CONTA) TO WS-CTB-CTA-DESCRICAO.
111700     MOVE WS-TCT-DEBITO (WS-IND-CONTA)    TO WS-CTB-CTA-DEBITO.
111800     MOVE WS-TCT-CREDITO (WS-IND-CONTA)   TO WS-CTB-CTA-CREDITO.
111900     MOVE WS-SALDO-CONTA                  TO WS-CTB-CTA-SALDO.
112000     WRITE LINHA-CONTABIL FROM WS-CTB-LINHA-CONTA
112100         AFTER ADVANCING 1 LINE.
112200     ADD 1 TO WS-LINHAS-NA-PAGINA.
112300 6100-EXIT.
112400     EXIT.
112500*****************************************************************
112600*    7000-LER-COMISSAO                                          *
112700*    LE O PROXIMO REGISTRO DO ARQUIVO DE COMISSAO               *
112800*****************************************************************
112900 7000-LER-COMISSAO.
113000     READ ARQUIVO-COMISSAO
113100         AT END MOVE 'S' TO WS-FIM-ARQUIVO-ENTRADA
113200     END-READ.
113300 7000-EXIT.
113400     EXIT.
113500*****************************************************************
113600*    7100-LER-PAGAMENTO                                         *
113700*    LE O PROXIMO REGISTRO DO ARQUIVO DA FUNCAO (AJUSTES OU     *
113800*    LIQUIDADOS) PARA A AREA COMUM DE PAGAMENTO                 *
113900*****************************************************************
114000 7100-LER-PAGAMENTO.
114100     IF FUNCAO-AJUSTE
114200         READ ARQUIVO-AJUSTES INTO WS-REG-PAGAMENTO
114300             AT END MOVE 'S' TO WS-FIM-ARQUIVO-ENTRADA
114400         END-READ
114500     ELSE
114600         READ ARQUIVO-LIQUIDADOS INTO WS-REG-PAGAMENTO
114700             AT END MOVE 'S' TO WS-FIM-ARQUIVO-ENTRADA
114800         END-READ
114900     END-IF.
115000 7100-EXIT.
115100     EXIT.
115200*****************************************************************
115300*    8000-FINALIZACAO                                           *
115400*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO -- SO' A     *
115500*    ENTRADA DA FUNCAO FOI ABERTA                               *
115600*****************************************************************
115700 8000-FINALIZACAO.
115800     IF FUNCAO-PROVISAO
115866         CLOSE ARQUIVO-COMISSAO
115932               FOLHA-LEDGER.
116000     IF FUNCAO-AJUSTE
116100         CLOSE ARQUIVO-AJUSTES.
116200     IF FUNCAO-LIQUIDACAO
116300         CLOSE ARQUIVO-LIQUIDADOS.
116400     IF VIGENCIA-DISPONIVEL
116500         CLOSE REGIAO-VIGENCIA.
116600     CLOSE VENDEDOR-MASTER
116700           ARQUIVO-CONTABIL
116800           RELAT-CONTABIL.
116900 8000-EXIT.
117000     EXIT.
