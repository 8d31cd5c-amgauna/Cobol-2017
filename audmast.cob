000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDMAST.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. NAO HA CONSIDERACOES DE SEGURANCA PARA AUDMAST.
000800*****************************************************************
000900*                                                               *
001000*    UM RESUMO DO PROGRAMA AUDMAST --                           *
001100*                                                               *
001200*    AUDMAST CONFERE OS ARQUIVOS MESTRES UNS CONTRA OS OUTROS   *
001300*    -- CADA PROGRAMA DE MANUTENCAO SO' VALIDA O PROPRIO        *
001400*    ARQUIVO, E AS DIVERGENCIAS ENTRE ELES SO' APARECIAM NO     *
001500*    FECHAMENTO, QUANDO O QUARTER REJEITAVA UM REGISTRO OU O    *
001600*    FOLHAEXT RETINHA UM PAGAMENTO. SOMENTE LEITURA; IMPRIME    *
001700*    AS OCORRENCIAS SEPARADAS POR CATEGORIA:                    *
001800*                                                               *
001900*    1. REGIAO DO MESTRE DE VENDEDORES QUE NAO CONSTA MAIS NO   *
002000*       MESTRE DE REGIOES.                                      *
002100*    2. VIGENCIAS DE REGIAO (REGIAO-VIGENCIA) DE UMA MESMA      *
002200*       MATRICULA QUE SE SOBREPOEM, DEIXAM LACUNA, TERMINAM     *
002300*       ANTES DE COMECAR OU PERTENCEM A VENDEDOR EXCLUIDO.      *
002400*    3. COTAS DO COTA-MASTER DE MATRICULA QUE NAO CONSTA NO     *
002500*       MESTRE DE VENDEDORES.                                   *
002600*    4. VENDEDOR ATIVO SEM COTA NO PERIODO A FECHAR (CARTAO DE  *
002700*       PARAMETRO AAAAT, COMO NO QUARTER) -- O ADMITIDO DEPOIS  *
002800*       DO PERIODO NAO PRECISA DE COTA NELE.                    *
002900*    5. LANCAMENTOS DO LIVRO-RAZAO DA FOLHA DE MATRICULA QUE    *
003000*       NAO EXISTE MAIS -- O OVERRIDE ('G') DE UM GERENTE       *
003100*       REGIONAL CADASTRADO NO MESTRE DE REGIOES NAO E'         *
003200*       OCORRENCIA, MESMO QUE ELE NAO SEJA VENDEDOR.            *
003300*                                                               *
003400*    DEVE SER EXECUTADO ANTES DE CADA FECHAMENTO, PARA QUE AS   *
003500*    OCORRENCIAS SEJAM CORRIGIDAS COM ANTECEDENCIA.             *
003600*                                                               *
003700*****************************************************************
003800*                                                               *
003900*    HISTORICO DE ALTERACOES --                                 *
004000*                                                               *
004100*    07/09/2026  RMS  PROGRAMA ORIGINAL -- AUDITORIA CRUZADA    *
004200*                     DOS ARQUIVOS MESTRES.                     *
004300*                                                               *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900 SPECIAL-NAMES.
005000     DECIMAL-POINT IS COMMA.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS VM-MATRICULA-VENDEDOR
005700         FILE STATUS IS WS-STATUS-MASTER.
005800     SELECT REGIAO-MASTER ASSIGN TO REGMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS RG-CODIGO-REGIAO
006200         FILE STATUS IS WS-STATUS-REGIAO.
006300     SELECT REGIAO-VIGENCIA ASSIGN TO REGVIGEN
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS TV-CHAVE-VIGENCIA
006700         FILE STATUS IS WS-STATUS-VIGENCIA.
006800     SELECT COTA-MASTER ASSIGN TO COTAMAST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS QM-CHAVE-COTA
007200         FILE STATUS IS WS-STATUS-COTA.
007300     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS FL-CHAVE-LEDGER
007700         FILE STATUS IS WS-STATUS-LEDGER.
007800     SELECT RELAT-AUDITORIA-MESTRES ASSIGN TO RELAUDM
007900         ORGANIZATION IS SEQUENTIAL.
008000 DATA DIVISION.
008100 FILE SECTION.
008200*****************************************************************
008300*    VENDEDOR-MASTER -- ENTRADA, PERCORRIDO EM ORDEM DE         *
008400*    MATRICULA E CONSULTADO PELA CHAVE NAS DEMAIS CONFERENCIAS  *
008500*****************************************************************
008600 FD  VENDEDOR-MASTER
008700     LABEL RECORDS ARE STANDARD.
008800     COPY VENDMAST.
008900*****************************************************************
009000*    REGIAO-MASTER -- ENTRADA, CONSULTADO PELA CHAVE E          *
009100*    PERCORRIDO UMA VEZ PARA CARREGAR OS GERENTES REGIONAIS     *
009200*****************************************************************
009300 FD  REGIAO-MASTER
009400     LABEL RECORDS ARE STANDARD.
009500     COPY REGMAST.
009600*****************************************************************
009700*    REGIAO-VIGENCIA -- ENTRADA, AS VIGENCIAS DE REGIAO POR     *
009800*    VENDEDOR EM ORDEM DE MATRICULA/INICIO                      *
009900*****************************************************************
010000 FD  REGIAO-VIGENCIA
010100     LABEL RECORDS ARE STANDARD.
010200     COPY REGVIGEN.
010300*****************************************************************
010400*    COTA-MASTER -- ENTRADA, PERCORRIDO EM ORDEM DE CHAVE E     *
010500*    CONSULTADO PELA CHAVE NO PERIODO A FECHAR                  *
010600*****************************************************************
010700 FD  COTA-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900     COPY COTAMAST.
011000*****************************************************************
011100*    FOLHA-LEDGER -- ENTRADA, O LIVRO-RAZAO DA FOLHA INTEIRO    *
011200*****************************************************************
011300 FD  FOLHA-LEDGER
011400     LABEL RECORDS ARE STANDARD.
011500     COPY FOLHALED.
011600*****************************************************************
011700*    RELAT-AUDITORIA-MESTRES -- SAIDA, AS OCORRENCIAS DE CADA   *
011800*    CATEGORIA E O RESUMO DA AUDITORIA                          *
011900*****************************************************************
012000 FD  RELAT-AUDITORIA-MESTRES
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 132 CHARACTERS.
012300 01  LINHA-AUDITORIA-MESTRES          PIC X(132).
012400 WORKING-STORAGE SECTION.
012500*****************************************************************
012600*    CHAVES E CONTADORES DE CONTROLE                            *
012700*****************************************************************
012800 77  WS-STATUS-MASTER                 PIC X(02) VALUE SPACES.
012900 77  WS-STATUS-REGIAO                 PIC X(02) VALUE SPACES.
013000 77  WS-STATUS-VIGENCIA               PIC X(02) VALUE SPACES.
013100 77  WS-STATUS-COTA                   PIC X(02) VALUE SPACES.
013200 77  WS-STATUS-LEDGER                 PIC X(02) VALUE SPACES.
013300 77  WS-FIM-ARQUIVO-SW                PIC X(01) VALUE 'N'.
013400     88  FIM-ARQUIVO                            VALUE 'S'.
013500 77  WS-VIGENCIA-DISPONIVEL-SW        PIC X(01) VALUE 'N'.
013600     88  VIGENCIA-DISPONIVEL                    VALUE 'S'.
013700 77  WS-LEDGER-DISPONIVEL-SW          PIC X(01) VALUE 'N'.
013800     88  LEDGER-DISPONIVEL                      VALUE 'S'.
013900 77  WS-VENDEDOR-EXISTE-SW            PIC X(01) VALUE 'N'.
014000     88  VENDEDOR-EXISTE                        VALUE 'S'.
014100 77  WS-GERENTE-ACHADO-SW             PIC X(01) VALUE 'N'.
014200     88  GERENTE-ACHADO                         VALUE 'S'.
014300 77  WS-CONTADOR-CATEGORIA            PIC 9(06) COMP-3 VALUE ZERO.
014400 77  WS-CONTADOR-GERAL                PIC 9(06) COMP-3 VALUE ZERO.
014500 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
014600 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
014700 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
014800*****************************************************************
014900*    PERIODO A FECHAR (ANO/TRIMESTRE), RECEBIDO DO OPERADOR     *
015000*    VIA CARTAO DE PARAMETRO (SYSIN) NO MESMO FORMATO AAAAT DO  *
015100*    QUARTER -- SE O CARTAO NAO FOR FORNECIDO, O PERIODO E'     *
015200*    DERIVADO DA DATA DO SISTEMA, COMO NO TRENDREL              *
015300*****************************************************************
015400 77  WS-PARM-PERIODO                  PIC X(05) VALUE SPACES.
015500 77  WS-PARM-ANO                      PIC 9(04) VALUE ZERO.
015600 77  WS-PARM-TRIMESTRE                PIC 9(01) VALUE ZERO.
015700 77  WS-PARM-PERIODO-VALIDO-SW        PIC X(01) VALUE 'N'.
015800     88  WS-PARM-PERIODO-VALIDO              VALUE 'S'.
015900 77  WS-DATA-SISTEMA                  PIC 9(08) VALUE ZERO.
016000 77  WS-MES-SISTEMA                   PIC 9(02) VALUE ZERO.
016100 77  WS-MES-AJUSTADO                  PIC 9(02) COMP VALUE ZERO.
016200 77  WS-RESTO-MES                     PIC 9(02) COMP VALUE ZERO.
016300 77  WS-ANO-ATUAL                     PIC 9(04) VALUE ZERO.
016400 77  WS-TRIMESTRE-ATUAL               PIC 9(01) VALUE ZERO.
016500*****************************************************************
016600*    AREAS DE TRABALHO DAS CONFERENCIAS -- OS PERIODOS DE       *
016700*    VIGENCIA SAO COMPARADOS COMO UM NUMERO SEQUENCIAL DE       *
016800*    TRIMESTRE (ANO * 4 + TRIMESTRE - 1)                        *
016900*****************************************************************
017000 77  WS-DATA-ADMISSAO                 PIC 9(08) VALUE ZERO.
017100 77  WS-ANO-ADMISSAO                  PIC 9(04) VALUE ZERO.
017200 77  WS-MES-ADMISSAO                  PIC 9(02) VALUE ZERO.
017300 77  WS-TRIMESTRE-ADMISSAO            PIC 9(01) VALUE ZERO.
017400 77  WS-MATRICULA-ANTERIOR            PIC 9(06) VALUE ZERO.
017500 77  WS-VIG-INICIO                    PIC 9(05) COMP VALUE ZERO.
017600 77  WS-VIG-FIM                       PIC 9(05) COMP VALUE ZERO.
017700 77  WS-VIG-FIM-ANTERIOR              PIC 9(05) COMP VALUE ZERO.
017800 77  WS-VIG-LACUNA                    PIC 9(05) COMP VALUE ZERO.
017900 77  WS-VIG-ANO-LACUNA                PIC 9(04) VALUE ZERO.
018000 77  WS-VIG-RESTO                     PIC 9(01) COMP VALUE ZERO.
018100 77  WS-VIG-TRIMESTRE-LACUNA          PIC 9(01) VALUE ZERO.
018200 77  WS-VIG-INICIO-ANTERIOR-TXT       PIC X(06) VALUE SPACES.
018300 77  WS-IND-GERENTE                   PIC 9(03) COMP VALUE ZERO.
018400*****************************************************************
018500*    MATRICULAS DOS GERENTES REGIONAIS DO MESTRE DE REGIOES --  *
018600*    O OVERRIDE PAGO A ELES NAO E' OCORRENCIA NO RAZAO          *
018700*****************************************************************
018800 01  WS-TABELA-GERENTES.
018900     05  WS-QTD-GERENTES              PIC 9(03) COMP VALUE ZERO.
019000     05  WS-TGE-MATRICULA             PIC 9(06)
019100                                          OCCURS 200 TIMES.
019200*****************************************************************
019300*    QUANTIDADE DE OCORRENCIAS POR CATEGORIA, PARA O RESUMO     *
019400*****************************************************************
019500 01  WS-TOTAIS-CATEGORIA.
019600     05  WS-TOT-CATEGORIA             PIC 9(06) COMP-3
019700                                          OCCURS 5 TIMES.
019800 77  WS-IND-CATEGORIA                 PIC 9(01) COMP VALUE ZERO.
019900 01  WS-TITULOS-CATEGORIA.
020000     05  FILLER                       PIC X(060) VALUE
020100         'REGIAO DO VENDEDOR AUSENTE DO MESTRE DE REGIOES'.
020200     05  FILLER                       PIC X(060) VALUE
020300         'VIGENCIAS DE REGIAO INCONSISTENTES'.
020400     05  FILLER                       PIC X(060) VALUE
020500         'COTA DE MATRICULA AUSENTE DO MESTRE DE VENDEDORES'.
020600     05  FILLER                       PIC X(060) VALUE
020700         'VENDEDOR ATIVO SEM COTA NO PERIODO A FECHAR'.
020800     05  FILLER                       PIC X(060) VALUE
020900         'LANCAMENTO DO RAZAO DA FOLHA DE MATRICULA INEXISTENTE'.
021000 01  WS-TAB-TITULOS REDEFINES WS-TITULOS-CATEGORIA.
021100     05  WS-TITULO-CATEGORIA          PIC X(060)
021200                                          OCCURS 5 TIMES.
021300 77  WS-ED-VALOR                      PIC -Z.ZZZ.ZZ9,99.
021400 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
021500*****************************************************************
021600*    RELAT-AUDITORIA-MESTRES -- LINHAS DE CABECALHO, DETALHE E  *
021700*    RODAPE                                                     *
021800*****************************************************************
021900 01  WS-AUM-CABECALHO-1.
022000     05  FILLER                       PIC X(030) VALUE SPACES.
022100     05  FILLER                       PIC X(045) VALUE
022200         'AUDITORIA CRUZADA DOS ARQUIVOS MESTRES'.
022300     05  FILLER                       PIC X(008) VALUE
022400         'PERIODO'.
022500     05  WS-AUM-C1-ANO                PIC 9(04).
022600     05  FILLER                       PIC X(001) VALUE 'T'.
022700     05  WS-AUM-C1-TRIMESTRE          PIC 9(01).
022800     05  FILLER                       PIC X(006) VALUE SPACES.
022900     05  FILLER                       PIC X(007) VALUE
023000         'PAGINA'.
023100     05  WS-AUM-C1-PAGINA             PIC ZZ9.
023200     05  FILLER                       PIC X(027) VALUE SPACES.
023300 01  WS-AUM-TITULO-CATEGORIA.
023400     05  FILLER                       PIC X(002) VALUE SPACES.
023500     05  WS-AUM-TIT-NUMERO            PIC 9(01).
023600     05  FILLER                       PIC X(004) VALUE ' -- '.
023700     05  WS-AUM-TIT-DESCRICAO         PIC X(060).
023800     05  FILLER                       PIC X(065) VALUE SPACES.
023900 01  WS-AUM-CABECALHO-2.
024000     05  FILLER                       PIC X(002) VALUE SPACES.
024100     05  FILLER                       PIC X(011) VALUE
024200         'MATRICULA'.
024300     05  FILLER                       PIC X(017) VALUE 'NOME'.
024400     05  FILLER                       PIC X(022) VALUE
024500         'REFERENCIA'.
024600     05  FILLER                       PIC X(050) VALUE
024700         'OCORRENCIA'.
024800     05  FILLER                       PIC X(030) VALUE SPACES.
024900 01  WS-AUM-LINHA-DETALHE.
025000     05  FILLER                       PIC X(002) VALUE SPACES.
025100     05  WS-AUM-MATRICULA             PIC 9(06).
025200     05  FILLER                       PIC X(005) VALUE SPACES.
025300     05  WS-AUM-NOME                  PIC X(15).
025400     05  FILLER                       PIC X(002) VALUE SPACES.
025500     05  WS-AUM-REFERENCIA            PIC X(20).
025600     05  FILLER                       PIC X(002) VALUE SPACES.
025700     05  WS-AUM-OCORRENCIA            PIC X(060).
025800     05  FILLER                       PIC X(020) VALUE SPACES.
025900 01  WS-AUM-LINHA-NENHUMA.
026000     05  FILLER                       PIC X(013) VALUE SPACES.
026100     05  WS-AUM-NENHUMA-TEXTO         PIC X(060) VALUE SPACES.
026200     05  FILLER                       PIC X(059) VALUE SPACES.
026300 01  WS-AUM-LINHA-TOTAL-CATEGORIA.
026400     05  FILLER                       PIC X(002) VALUE SPACES.
026500     05  FILLER                       PIC X(027) VALUE
026600         'OCORRENCIAS NA CATEGORIA'.
026700     05  WS-AUM-TOT-CATEGORIA         PIC ZZZ.ZZ9.
026800     05  FILLER                       PIC X(096) VALUE SPACES.
026900 01  WS-AUM-LINHA-RESUMO.
027000     05  FILLER                       PIC X(002) VALUE SPACES.
027100     05  WS-AUM-RES-NUMERO            PIC 9(01).
027200     05  FILLER                       PIC X(004) VALUE ' -- '.
027300     05  WS-AUM-RES-DESCRICAO         PIC X(060).
027400     05  FILLER                       PIC X(002) VALUE SPACES.
027500     05  WS-AUM-RES-QTD               PIC ZZZ.ZZ9.
027600     05  FILLER                       PIC X(056) VALUE SPACES.
027700 01  WS-LINHA-RODAPE-AUDITORIA.
027800     05  FILLER                       PIC X(002) VALUE SPACES.
027900     05  FILLER                       PIC X(065) VALUE
028000         'TOTAL DE OCORRENCIAS'.
028100     05  WS-ROD-TOTAL-GERAL           PIC ZZZ.ZZ9.
028200     05  FILLER                       PIC X(058) VALUE SPACES.
028300 PROCEDURE DIVISION.
028400*****************************************************************
028500*    0000-MAINLINE-CONTROLE                                     *
028600*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
028700*****************************************************************
028800 0000-MAINLINE-CONTROLE.
028900     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
029000     PERFORM 2000-AUDITA-REGIOES THRU 2000-EXIT.
029100     PERFORM 3000-AUDITA-VIGENCIAS THRU 3000-EXIT.
029200     PERFORM 4000-AUDITA-COTAS THRU 4000-EXIT.
029300     PERFORM 5000-AUDITA-COTA-PERIODO THRU 5000-EXIT.
029400     PERFORM 6000-AUDITA-LEDGER THRU 6000-EXIT.
029500     PERFORM 7500-IMPRIME-RESUMO THRU 7500-EXIT.
029600     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
029700     STOP RUN.
029800*****************************************************************
029900*    1000-INICIALIZACAO                                         *
030000*    DETERMINA O PERIODO, ABRE OS ARQUIVOS E CARREGA OS         *
030100*    GERENTES REGIONAIS -- SEM OS MESTRES DE VENDEDORES, DE     *
030200*    REGIOES OU DE COTAS NAO HA O QUE CONFERIR; AS VIGENCIAS E  *
030300*    O RAZAO PODEM AINDA NAO EXISTIR, E A CATEGORIA DELES SAI   *
030400*    COM A OBSERVACAO                                           *
030500*****************************************************************
030600 1000-INICIALIZACAO.
030700     PERFORM 1600-DETERMINA-PERIODO-ATUAL THRU 1600-EXIT.
030800     OPEN INPUT VENDEDOR-MASTER.
030900     IF WS-STATUS-MASTER NOT = '00'
031000         DISPLAY 'AUDMAST -- MESTRE DE VENDEDORES INDISPONIVEL '
031100             '(STATUS ' WS-STATUS-MASTER ') -- EXECUCAO '
031200             'INTERROMPIDA'
031300         STOP RUN.
031400     OPEN INPUT REGIAO-MASTER.
031500     IF WS-STATUS-REGIAO NOT = '00'
031600         DISPLAY 'AUDMAST -- MESTRE DE REGIOES INDISPONIVEL '
031700             '(STATUS ' WS-STATUS-REGIAO ') -- EXECUCAO '
031800             'INTERROMPIDA'
031900         CLOSE VENDEDOR-MASTER
032000         STOP RUN.
032100     OPEN INPUT COTA-MASTER.
032200     IF WS-STATUS-COTA NOT = '00'
032300         DISPLAY 'AUDMAST -- MESTRE DE COTAS INDISPONIVEL '
032400             '(STATUS ' WS-STATUS-COTA ') -- EXECUCAO '
032500             'INTERROMPIDA'
032600         CLOSE VENDEDOR-MASTER
032700               REGIAO-MASTER
032800         STOP RUN.
032900     OPEN INPUT REGIAO-VIGENCIA.
033000     IF WS-STATUS-VIGENCIA = '00'
033100         MOVE 'S' TO WS-VIGENCIA-DISPONIVEL-SW
033200     END-IF.
033300     OPEN INPUT FOLHA-LEDGER.
033400     IF WS-STATUS-LEDGER = '00'
033500         MOVE 'S' TO WS-LEDGER-DISPONIVEL-SW
033600     END-IF.
033700     OPEN OUTPUT RELAT-AUDITORIA-MESTRES.
033800     PERFORM 1200-CARREGA-GERENTES THRU 1200-EXIT.
033900     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
034000     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
034100 1000-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    1100-IMPRIME-CABECALHO                                     *
034500*    IMPRIME O CABECALHO DA PAGINA E REINICIA O CONTADOR DE     *
034600*    LINHAS DA PAGINA                                           *
034700*****************************************************************
034800 1100-IMPRIME-CABECALHO.
034900     ADD 1 TO WS-PAGINA-ATUAL.
035000     MOVE WS-PAGINA-ATUAL    TO WS-AUM-C1-PAGINA.
035100     MOVE WS-ANO-ATUAL       TO WS-AUM-C1-ANO.
035200     MOVE WS-TRIMESTRE-ATUAL TO WS-AUM-C1-TRIMESTRE.
035300     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-CABECALHO-1
035400         AFTER ADVANCING PAGE.
035500     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
035600         AFTER ADVANCING 1 LINE.
035700     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
035800 1100-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    1200-CARREGA-GERENTES                                      *
036200*    PERCORRE O MESTRE DE REGIOES E GUARDA A MATRICULA DE CADA  *
036300*    GERENTE REGIONAL CADASTRADO                                *
036400*****************************************************************
036500 1200-CARREGA-GERENTES.
036600     MOVE LOW-VALUES TO RG-CODIGO-REGIAO.
036700     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
036800     START REGIAO-MASTER KEY NOT < RG-CODIGO-REGIAO
036900         INVALID KEY
037000             MOVE 'S' TO WS-FIM-ARQUIVO-SW
037100     END-START.
037200     PERFORM 7100-LER-REGIAO-PROXIMA THRU 7100-EXIT.
037300     PERFORM 1210-GUARDA-GERENTE THRU 1210-EXIT
037400         UNTIL FIM-ARQUIVO.
037500 1200-EXIT.
037600     EXIT.
037700*****************************************************************
037800*    1210-GUARDA-GERENTE                                        *
037900*    GUARDA A MATRICULA DO GERENTE DA REGIAO, SE HOUVER         *
038000*****************************************************************
038100 1210-GUARDA-GERENTE.
038200     IF RG-MATRICULA-GERENTE IS NUMERIC
038300         AND RG-MATRICULA-GERENTE > ZERO
038400         IF WS-QTD-GERENTES < 200
038500             ADD 1 TO WS-QTD-GERENTES
038600             MOVE RG-MATRICULA-GERENTE
038700                 TO WS-TGE-MATRICULA (WS-QTD-GERENTES)
038800         ELSE
038900             DISPLAY 'AUDMAST -- TABELA DE GERENTES CHEIA -- '
039000                 'GERENTE ' RG-MATRICULA-GERENTE ' DESCONSIDERADO'
039100         END-IF
039200     END-IF.
039300     PERFORM 7100-LER-REGIAO-PROXIMA THRU 7100-EXIT.
039400 1210-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    1600-DETERMINA-PERIODO-ATUAL                               *
039800*    DETERMINA O PERIODO A FECHAR PELO CARTAO DE PARAMETRO      *
039900*    AAAAT -- SE O CARTAO NAO FOR FORNECIDO, O PERIODO E'       *
040000*    DERIVADO DA DATA DO SISTEMA COMO RECURSO DE CONTINGENCIA   *
040100*****************************************************************
040200 1600-DETERMINA-PERIODO-ATUAL.
040300     MOVE 'N' TO WS-PARM-PERIODO-VALIDO-SW.
040400     ACCEPT WS-PARM-PERIODO FROM SYSIN.
040500     IF WS-PARM-PERIODO(1:4) IS NUMERIC
040600         AND WS-PARM-PERIODO(5:1) IS NUMERIC
040700         MOVE WS-PARM-PERIODO(1:4) TO WS-PARM-ANO
040800         MOVE WS-PARM-PERIODO(5:1) TO WS-PARM-TRIMESTRE
040900         IF WS-PARM-TRIMESTRE >= 1 AND WS-PARM-TRIMESTRE <= 4
041000             MOVE 'S' TO WS-PARM-PERIODO-VALIDO-SW
041100         END-IF
041200     END-IF.
041300     IF WS-PARM-PERIODO-VALIDO
041400         MOVE WS-PARM-ANO       TO WS-ANO-ATUAL
041500         MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-ATUAL
041600     ELSE
041700         DISPLAY 'AUDMAST -- CARTAO DE PARAMETRO DE PERIODO '
041800             'AUSENTE OU INVALIDO -- PERIODO SERA DERIVADO DA '
041900             'DATA DO SISTEMA'
042000         ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
042100         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-ATUAL
042200         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-SISTEMA
042300         SUBTRACT 1 FROM WS-MES-SISTEMA GIVING WS-MES-AJUSTADO
042400         DIVIDE WS-MES-AJUSTADO BY 3
042500             GIVING WS-TRIMESTRE-ATUAL
042600             REMAINDER WS-RESTO-MES
042700         ADD 1 TO WS-TRIMESTRE-ATUAL
042800     END-IF.
042900 1600-EXIT.
043000     EXIT.
043100*****************************************************************
043200*    2000-AUDITA-REGIOES                                        *
043300*    CATEGORIA 1 -- PERCORRE O MESTRE DE VENDEDORES E PROCURA   *
043400*    A REGIAO DE CADA UM NO MESTRE DE REGIOES                   *
043500*****************************************************************
043600 2000-AUDITA-REGIOES.
043700     MOVE 1 TO WS-IND-CATEGORIA.
043800     PERFORM 7600-ABRE-CATEGORIA THRU 7600-EXIT.
043900     MOVE ZERO TO VM-MATRICULA-VENDEDOR.
044000     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
044100     START VENDEDOR-MASTER KEY NOT < VM-MATRICULA-VENDEDOR
044200         INVALID KEY
044300             MOVE 'S' TO WS-FIM-ARQUIVO-SW
044400     END-START.
044500     PERFORM 7000-LER-VENDEDOR-PROXIMO THRU 7000-EXIT.
044600     PERFORM 2100-CONFERE-REGIAO THRU 2100-EXIT
044700         UNTIL FIM-ARQUIVO.
044800     PERFORM 7700-FECHA-CATEGORIA THRU 7700-EXIT.
044900 2000-EXIT.
045000     EXIT.
045100*****************************************************************
045200*    2100-CONFERE-REGIAO                                        *
045300*    IMPRIME O VENDEDOR CUJA REGIAO NAO CONSTA NO MESTRE DE     *
045400*    REGIOES                                                    *
045500*****************************************************************
045600 2100-CONFERE-REGIAO.
045700     MOVE VM-REGIAO-VENDEDOR TO RG-CODIGO-REGIAO.
045800     READ REGIAO-MASTER
045900         INVALID KEY
046000             MOVE VM-MATRICULA-VENDEDOR TO WS-AUM-MATRICULA
046100             MOVE VM-NOME-VENDEDOR      TO WS-AUM-NOME
046200             MOVE SPACES                TO WS-AUM-REFERENCIA
046300             STRING 'REGIAO ' VM-REGIAO-VENDEDOR
046400                 DELIMITED BY SIZE INTO WS-AUM-REFERENCIA
046500             MOVE 'REGIAO NAO CONSTA NO MESTRE DE REGIOES'
046600                 TO WS-AUM-OCORRENCIA
046700             PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
046800     END-READ.
046900     PERFORM 7000-LER-VENDEDOR-PROXIMO THRU 7000-EXIT.
047000 2100-EXIT.
047100     EXIT.
047200*****************************************************************
047300*    3000-AUDITA-VIGENCIAS                                      *
047400*    CATEGORIA 2 -- PERCORRE AS VIGENCIAS EM ORDEM DE           *
047500*    MATRICULA/INICIO E CONFERE CADA UMA CONTRA A ANTERIOR DA   *
047600*    MESMA MATRICULA                                            *
047700*****************************************************************
047800 3000-AUDITA-VIGENCIAS.
047900     MOVE 2 TO WS-IND-CATEGORIA.
048000     PERFORM 7600-ABRE-CATEGORIA THRU 7600-EXIT.
048100     IF NOT VIGENCIA-DISPONIVEL
048200         MOVE 'ARQUIVO DE VIGENCIAS INDISPONIVEL -- NAO CONFERIDO'
048300             TO WS-AUM-NENHUMA-TEXTO
048400         PERFORM 7900-IMPRIME-OBSERVACAO THRU 7900-EXIT
048500         GO TO 3000-FECHA.
048600     MOVE ZERO TO WS-MATRICULA-ANTERIOR.
048700     MOVE ZERO TO TV-MATRICULA-VENDEDOR.
048800     MOVE ZERO TO TV-ANO-INICIO.
048900     MOVE ZERO TO TV-TRIMESTRE-INICIO.
049000     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
049100     START REGIAO-VIGENCIA KEY NOT < TV-CHAVE-VIGENCIA
049200         INVALID KEY
049300             MOVE 'S' TO WS-FIM-ARQUIVO-SW
049400     END-START.
049500     PERFORM 7200-LER-VIGENCIA-PROXIMA THRU 7200-EXIT.
049600     PERFORM 3100-CONFERE-VIGENCIA THRU 3100-EXIT
049700         UNTIL FIM-ARQUIVO.
049800 3000-FECHA.
049900     PERFORM 7700-FECHA-CATEGORIA THRU 7700-EXIT.
050000 3000-EXIT.
050100     EXIT.
050200*****************************************************************
050300*    3100-CONFERE-VIGENCIA                                      *
050400*    NA PRIMEIRA VIGENCIA DA MATRICULA CONFERE SE O VENDEDOR    *
050500*    AINDA EXISTE; EM CADA VIGENCIA CONFERE SE O FIM NAO E'     *
050600*    ANTERIOR AO INICIO E SE ELA COMECA LOGO APOS O FIM DA      *
050700*    ANTERIOR -- ANTES E' SOBREPOSICAO, DEPOIS E' LACUNA        *
050800*****************************************************************
050900 3100-CONFERE-VIGENCIA.
051000     COMPUTE WS-VIG-INICIO =
051100         TV-ANO-INICIO * 4 + TV-TRIMESTRE-INICIO - 1.
051200     COMPUTE WS-VIG-FIM =
051300         TV-ANO-FIM * 4 + TV-TRIMESTRE-FIM - 1.
051400     MOVE TV-MATRICULA-VENDEDOR TO WS-AUM-MATRICULA.
051500     MOVE SPACES TO WS-AUM-REFERENCIA.
051600     STRING TV-ANO-INICIO 'T' TV-TRIMESTRE-INICIO ' A '
051700            TV-ANO-FIM 'T' TV-TRIMESTRE-FIM ' ' TV-REGIAO-VENDEDOR
051800         DELIMITED BY SIZE INTO WS-AUM-REFERENCIA.
051900     IF TV-MATRICULA-VENDEDOR NOT = WS-MATRICULA-ANTERIOR
052000         MOVE TV-MATRICULA-VENDEDOR TO WS-MATRICULA-ANTERIOR
052100         MOVE ZERO TO WS-VIG-FIM-ANTERIOR
052200         PERFORM 7300-CONSULTA-VENDEDOR THRU 7300-EXIT
052300         IF NOT VENDEDOR-EXISTE
052400             MOVE 'VIGENCIA DE VENDEDOR EXCLUIDO DO MESTRE'
052500                 TO WS-AUM-OCORRENCIA
052600             PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
052700         END-IF
052800     ELSE
052900         IF WS-VIG-INICIO NOT > WS-VIG-FIM-ANTERIOR
053000             MOVE SPACES TO WS-AUM-OCORRENCIA
053100             STRING 'SOBREPOE A VIGENCIA INICIADA EM '
053200                    WS-VIG-INICIO-ANTERIOR-TXT
053300                 DELIMITED BY SIZE INTO WS-AUM-OCORRENCIA
053400             PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
053500         ELSE
053600             IF WS-VIG-INICIO > WS-VIG-FIM-ANTERIOR + 1
053700                 PERFORM 3110-IMPRIME-LACUNA THRU 3110-EXIT
053800             END-IF
053900         END-IF
054000     END-IF.
054100     IF WS-VIG-FIM < WS-VIG-INICIO
054200         MOVE 'FIM DA VIGENCIA ANTERIOR AO INICIO'
054300             TO WS-AUM-OCORRENCIA
054400         PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
054500     END-IF.
054600     IF WS-VIG-FIM > WS-VIG-FIM-ANTERIOR
054700         MOVE WS-VIG-FIM TO WS-VIG-FIM-ANTERIOR
054800     END-IF.
054900     MOVE SPACES TO WS-VIG-INICIO-ANTERIOR-TXT.
055000     STRING TV-ANO-INICIO 'T' TV-TRIMESTRE-INICIO
055100         DELIMITED BY SIZE INTO WS-VIG-INICIO-ANTERIOR-TXT.
055200     PERFORM 7200-LER-VIGENCIA-PROXIMA THRU 7200-EXIT.
055300 3100-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    3110-IMPRIME-LACUNA                                        *
055700*    IMPRIME A LACUNA ENTRE O FIM DA VIGENCIA ANTERIOR E O      *
055800*    INICIO DESTA, COM O PRIMEIRO TRIMESTRE DESCOBERTO          *
055900*****************************************************************
056000 3110-IMPRIME-LACUNA.
056100     COMPUTE WS-VIG-LACUNA = WS-VIG-FIM-ANTERIOR + 1.
056200     DIVIDE WS-VIG-LACUNA BY 4
056300         GIVING WS-VIG-ANO-LACUNA
056400         REMAINDER WS-VIG-RESTO.
056500     COMPUTE WS-VIG-TRIMESTRE-LACUNA = WS-VIG-RESTO + 1.
056600     MOVE SPACES TO WS-AUM-OCORRENCIA.
056700     STRING 'LACUNA -- SEM VIGENCIA A PARTIR DE '
056800            WS-VIG-ANO-LACUNA 'T' WS-VIG-TRIMESTRE-LACUNA
056900         DELIMITED BY SIZE INTO WS-AUM-OCORRENCIA.
057000     PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT.
057100 3110-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    4000-AUDITA-COTAS                                          *
057500*    CATEGORIA 3 -- PERCORRE O MESTRE DE COTAS E PROCURA A      *
057600*    MATRICULA DE CADA COTA NO MESTRE DE VENDEDORES -- AS       *
057700*    COTAS VEM EM ORDEM DE MATRICULA, ENTAO A CONSULTA SO' E'   *
057800*    REFEITA NA TROCA DE MATRICULA                              *
057900*****************************************************************
058000 4000-AUDITA-COTAS.
058100     MOVE 3 TO WS-IND-CATEGORIA.
058200     PERFORM 7600-ABRE-CATEGORIA THRU 7600-EXIT.
058300     MOVE ZERO TO WS-MATRICULA-ANTERIOR.
058400     MOVE ZERO TO QM-MATRICULA-VENDEDOR.
058500     MOVE ZERO TO QM-ANO-COTA.
058600     MOVE ZERO TO QM-TRIMESTRE-COTA.
058700     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
058800     START COTA-MASTER KEY NOT < QM-CHAVE-COTA
058900         INVALID KEY
059000             MOVE 'S' TO WS-FIM-ARQUIVO-SW
059100     END-START.
059200     PERFORM 7400-LER-COTA-PROXIMA THRU 7400-EXIT.
059300     PERFORM 4100-CONFERE-COTA THRU 4100-EXIT
059400         UNTIL FIM-ARQUIVO.
059500     PERFORM 7700-FECHA-CATEGORIA THRU 7700-EXIT.
059600 4000-EXIT.
059700     EXIT.
059800*****************************************************************
059900*    4100-CONFERE-COTA                                          *
060000*    IMPRIME A COTA DE MATRICULA AUSENTE DO MESTRE              *
060100*****************************************************************
060200 4100-CONFERE-COTA.
060300     IF QM-MATRICULA-VENDEDOR NOT = WS-MATRICULA-ANTERIOR
060400         MOVE QM-MATRICULA-VENDEDOR TO WS-MATRICULA-ANTERIOR
060500         MOVE QM-MATRICULA-VENDEDOR TO WS-AUM-MATRICULA
060600         PERFORM 7300-CONSULTA-VENDEDOR THRU 7300-EXIT
060700     END-IF.
060800     IF NOT VENDEDOR-EXISTE
060900         MOVE QM-MATRICULA-VENDEDOR TO WS-AUM-MATRICULA
061000         MOVE QM-VALOR-COTA TO WS-ED-VALOR
061100         MOVE SPACES TO WS-AUM-REFERENCIA
061200         STRING QM-ANO-COTA 'T' QM-TRIMESTRE-COTA ' '
061300                WS-ED-VALOR
061400             DELIMITED BY SIZE INTO WS-AUM-REFERENCIA
061500         MOVE 'COTA DE MATRICULA QUE NAO CONSTA NO MESTRE'
061600             TO WS-AUM-OCORRENCIA
061700         PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
061800     END-IF.
061900     PERFORM 7400-LER-COTA-PROXIMA THRU 7400-EXIT.
062000 4100-EXIT.
062100     EXIT.
062200*****************************************************************
062300*    5000-AUDITA-COTA-PERIODO                                   *
062400*    CATEGORIA 4 -- PERCORRE O MESTRE DE VENDEDORES E PROCURA   *
062500*    A COTA DO PERIODO A FECHAR DE CADA VENDEDOR ATIVO          *
062600*****************************************************************
062700 5000-AUDITA-COTA-PERIODO.
062800     MOVE 4 TO WS-IND-CATEGORIA.
062900     PERFORM 7600-ABRE-CATEGORIA THRU 7600-EXIT.
063000     MOVE ZERO TO VM-MATRICULA-VENDEDOR.
063100     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
063200     START VENDEDOR-MASTER KEY NOT < VM-MATRICULA-VENDEDOR
063300         INVALID KEY
063400             MOVE 'S' TO WS-FIM-ARQUIVO-SW
063500     END-START.
063600     PERFORM 7000-LER-VENDEDOR-PROXIMO THRU 7000-EXIT.
063700     PERFORM 5100-CONFERE-COTA-VENDEDOR THRU 5100-EXIT
063800         UNTIL FIM-ARQUIVO.
063900     PERFORM 7700-FECHA-CATEGORIA THRU 7700-EXIT.
064000 5000-EXIT.
064100     EXIT.
064200*****************************************************************
064300*    5100-CONFERE-COTA-VENDEDOR                                 *
064400*    VENDEDOR DESLIGADO, OU ADMITIDO DEPOIS DO PERIODO, NAO     *
064500*    PRECISA DE COTA; O ATIVO SEM COTA NO PERIODO E' IMPRESSO   *
064600*****************************************************************
064700 5100-CONFERE-COTA-VENDEDOR.
064800     IF VM-VENDEDOR-DESLIGADO
064900         GO TO 5100-LER.
065000     IF VM-DATA-ADMISSAO IS NUMERIC
065100         AND VM-DATA-ADMISSAO > ZERO
065200         MOVE VM-DATA-ADMISSAO TO WS-DATA-ADMISSAO
065300         MOVE WS-DATA-ADMISSAO(1:4) TO WS-ANO-ADMISSAO
065400         MOVE WS-DATA-ADMISSAO(5:2) TO WS-MES-ADMISSAO
065500         COMPUTE WS-TRIMESTRE-ADMISSAO =
065600             (WS-MES-ADMISSAO + 2) / 3
065700         IF WS-ANO-ADMISSAO > WS-ANO-ATUAL
065800             OR (WS-ANO-ADMISSAO = WS-ANO-ATUAL
065900                 AND WS-TRIMESTRE-ADMISSAO > WS-TRIMESTRE-ATUAL)
066000             GO TO 5100-LER
066100         END-IF
066200     END-IF.
066300     MOVE VM-MATRICULA-VENDEDOR TO QM-MATRICULA-VENDEDOR.
066400     MOVE WS-ANO-ATUAL          TO QM-ANO-COTA.
066500     MOVE WS-TRIMESTRE-ATUAL    TO QM-TRIMESTRE-COTA.
066600     READ COTA-MASTER
066700         INVALID KEY
066800             MOVE VM-MATRICULA-VENDEDOR TO WS-AUM-MATRICULA
066900             MOVE VM-NOME-VENDEDOR      TO WS-AUM-NOME
067000             MOVE SPACES                TO WS-AUM-REFERENCIA
067100             STRING WS-ANO-ATUAL 'T' WS-TRIMESTRE-ATUAL ' '
067200                    VM-REGIAO-VENDEDOR
067300                 DELIMITED BY SIZE INTO WS-AUM-REFERENCIA
067400             MOVE 'VENDEDOR ATIVO SEM COTA CADASTRADA NO PERIODO'
067500                 TO WS-AUM-OCORRENCIA
067600             PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT
067700     END-READ.
067800 5100-LER.
067900     PERFORM 7000-LER-VENDEDOR-PROXIMO THRU 7000-EXIT.
068000 5100-EXIT.
068100     EXIT.
068200*****************************************************************
068300*    6000-AUDITA-LEDGER                                         *
068400*    CATEGORIA 5 -- PERCORRE O LIVRO-RAZAO DA FOLHA INTEIRO E   *
068500*    PROCURA A MATRICULA DE CADA LANCAMENTO NO MESTRE DE        *
068600*    VENDEDORES (OU, NO OVERRIDE, ENTRE OS GERENTES)            *
068700*****************************************************************
068800 6000-AUDITA-LEDGER.
068900     MOVE 5 TO WS-IND-CATEGORIA.
069000     PERFORM 7600-ABRE-CATEGORIA THRU 7600-EXIT.
069100     IF NOT LEDGER-DISPONIVEL
069200         MOVE 'LIVRO-RAZAO DA FOLHA INDISPONIVEL -- NAO CONFERIDO'
069300             TO WS-AUM-NENHUMA-TEXTO
069400         PERFORM 7900-IMPRIME-OBSERVACAO THRU 7900-EXIT
069500         GO TO 6000-FECHA.
069600     MOVE ZERO TO FL-ANO-APURACAO.
069700     MOVE ZERO TO FL-TRIMESTRE-APURACAO.
069800     MOVE ZERO TO FL-MATRICULA.
069900     MOVE 'N' TO WS-FIM-ARQUIVO-SW.
070000     START FOLHA-LEDGER KEY NOT < FL-CHAVE-LEDGER
070100         INVALID KEY
070200             MOVE 'S' TO WS-FIM-ARQUIVO-SW
070300     END-START.
070400     PERFORM 7450-LER-LEDGER-PROXIMO THRU 7450-EXIT.
070500     PERFORM 6100-CONFERE-LANCAMENTO THRU 6100-EXIT
070600         UNTIL FIM-ARQUIVO.
070700 6000-FECHA.
070800     PERFORM 7700-FECHA-CATEGORIA THRU 7700-EXIT.
070900 6000-EXIT.
071000     EXIT.
071100*****************************************************************
071200*    6100-CONFERE-LANCAMENTO                                    *
071300*    IMPRIME O LANCAMENTO DE MATRICULA INEXISTENTE -- O         *
071400*    OVERRIDE DE UM GERENTE REGIONAL CADASTRADO E' ACEITO       *
071500*****************************************************************
071600 6100-CONFERE-LANCAMENTO.
071700     MOVE FL-MATRICULA TO WS-AUM-MATRICULA.
071800     PERFORM 7300-CONSULTA-VENDEDOR THRU 7300-EXIT.
071900     IF VENDEDOR-EXISTE
072000         GO TO 6100-LER.
072100     IF FL-LANCAMENTO-OVERRIDE
072200         MOVE 'N' TO WS-GERENTE-ACHADO-SW
072300         PERFORM 6110-PROCURA-GERENTE THRU 6110-EXIT
072400             VARYING WS-IND-GERENTE FROM 1 BY 1
072500             UNTIL WS-IND-GERENTE > WS-QTD-GERENTES
072600                OR GERENTE-ACHADO
072700         IF GERENTE-ACHADO
072800             GO TO 6100-LER
072900         END-IF
073000     END-IF.
073100     MOVE FL-NOME-VENDEDOR TO WS-AUM-NOME.
073200     MOVE FL-VALOR-PAGO TO WS-ED-VALOR.
073300     MOVE SPACES TO WS-AUM-REFERENCIA.
073400     STRING FL-ANO-APURACAO 'T' FL-TRIMESTRE-APURACAO ' '
073500            WS-ED-VALOR
073600         DELIMITED BY SIZE INTO WS-AUM-REFERENCIA.
073700     IF FL-LANCAMENTO-OVERRIDE
073800         MOVE 'OVERRIDE DE QUEM NAO E VENDEDOR NEM GERENTE'
073900             TO WS-AUM-OCORRENCIA
074000     ELSE
074100         MOVE 'COMISSAO DE MATRICULA QUE NAO CONSTA NO MESTRE'
074200             TO WS-AUM-OCORRENCIA
074300     END-IF.
074400     PERFORM 7800-IMPRIME-OCORRENCIA THRU 7800-EXIT.
074500 6100-LER.
074600     PERFORM 7450-LER-LEDGER-PROXIMO THRU 7450-EXIT.
074700 6100-EXIT.
074800     EXIT.
074900*****************************************************************
075000*    6110-PROCURA-GERENTE                                       *
075100*    COMPARA A MATRICULA DO LANCAMENTO COM UM GERENTE DA TABELA *
075200*****************************************************************
075300 6110-PROCURA-GERENTE.
075400     IF WS-TGE-MATRICULA (WS-IND-GERENTE) = FL-MATRICULA
075500         MOVE 'S' TO WS-GERENTE-ACHADO-SW
075600     END-IF.
075700 6110-EXIT.
075800     EXIT.
075900*****************************************************************
076000*    7000-LER-VENDEDOR-PROXIMO                                  *
076100*    LE O PROXIMO VENDEDOR DO MESTRE EM ORDEM DE MATRICULA      *
076200*****************************************************************
076300 7000-LER-VENDEDOR-PROXIMO.
076400     IF FIM-ARQUIVO
076500         GO TO 7000-EXIT.
076600     READ VENDEDOR-MASTER NEXT RECORD
076700         AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
076800     END-READ.
076900 7000-EXIT.
077000     EXIT.
077100*****************************************************************
077200*    7100-LER-REGIAO-PROXIMA                                    *
077300*    LE A PROXIMA REGIAO DO MESTRE EM ORDEM DE CODIGO           *
077400*****************************************************************
077500 7100-LER-REGIAO-PROXIMA.
077600     IF FIM-ARQUIVO
077700         GO TO 7100-EXIT.
077800     READ REGIAO-MASTER NEXT RECORD
077900         AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
078000     END-READ.
078100 7100-EXIT.
078200     EXIT.
078300*****************************************************************
078400*    7200-LER-VIGENCIA-PROXIMA                                  *
078500*    LE A PROXIMA VIGENCIA EM ORDEM DE MATRICULA/INICIO         *
078600*****************************************************************
078700 7200-LER-VIGENCIA-PROXIMA.
078800     IF FIM-ARQUIVO
078900         GO TO 7200-EXIT.
079000     READ REGIAO-VIGENCIA NEXT RECORD
079100         AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
079200     END-READ.
079300 7200-EXIT.
079400     EXIT.
079500*****************************************************************
079600*    7300-CONSULTA-VENDEDOR                                     *
079700*    PROCURA A MATRICULA DE WS-AUM-MATRICULA NO MESTRE DE       *
079800*    VENDEDORES E GUARDA O NOME PARA A IMPRESSAO                *
079900*****************************************************************
080000 7300-CONSULTA-VENDEDOR.
080100     MOVE WS-AUM-MATRICULA TO VM-MATRICULA-VENDEDOR.
080200     MOVE 'S' TO WS-VENDEDOR-EXISTE-SW.
080300     READ VENDEDOR-MASTER
080400         INVALID KEY
080500             MOVE 'N' TO WS-VENDEDOR-EXISTE-SW
080600             MOVE SPACES TO WS-AUM-NOME
080700         NOT INVALID KEY
080800             MOVE VM-NOME-VENDEDOR TO WS-AUM-NOME
080900     END-READ.
081000 7300-EXIT.
081100     EXIT.
081200*****************************************************************
081300*    7400-LER-COTA-PROXIMA                                      *
081400*    LE A PROXIMA COTA DO MESTRE EM ORDEM DE CHAVE              *
081500*****************************************************************
081600 7400-LER-COTA-PROXIMA.
081700     IF FIM-ARQUIVO
081800         GO TO 7400-EXIT.
081900     READ COTA-MASTER NEXT RECORD
082000         AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
082100     END-READ.
082200 7400-EXIT.
082300     EXIT.
082400*****************************************************************
082500*    7450-LER-LEDGER-PROXIMO                                    *
082600*    LE O PROXIMO LANCAMENTO DO RAZAO EM ORDEM DE CHAVE         *
082700*****************************************************************
082800 7450-LER-LEDGER-PROXIMO.
082900     IF FIM-ARQUIVO
083000         GO TO 7450-EXIT.
083100     READ FOLHA-LEDGER NEXT RECORD
083200         AT END MOVE 'S' TO WS-FIM-ARQUIVO-SW
083300     END-READ.
083400 7450-EXIT.
083500     EXIT.
083600*****************************************************************
083700*    7500-IMPRIME-RESUMO                                        *
083800*    IMPRIME O RESUMO COM A QUANTIDADE DE OCORRENCIAS DE CADA   *
083900*    CATEGORIA E O TOTAL GERAL, E RESUME NO CONSOLE             *
084000*****************************************************************
084100 7500-IMPRIME-RESUMO.
084200     IF WS-LINHAS-NA-PAGINA + 9 > WS-MAX-LINHAS-PAGINA
084300         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
084400     END-IF.
084500     MOVE 'RESUMO DA AUDITORIA' TO WS-AUM-TIT-DESCRICAO.
084600     MOVE ZERO TO WS-AUM-TIT-NUMERO.
084700     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-TITULO-CATEGORIA
084800         AFTER ADVANCING 1 LINE.
084900     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
085000         AFTER ADVANCING 1 LINE.
085100     ADD 2 TO WS-LINHAS-NA-PAGINA.
085200     PERFORM 7510-IMPRIME-LINHA-RESUMO THRU 7510-EXIT
085300         VARYING WS-IND-CATEGORIA FROM 1 BY 1
085400         UNTIL WS-IND-CATEGORIA > 5.
085500     MOVE WS-CONTADOR-GERAL TO WS-ROD-TOTAL-GERAL.
085600     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
085700         AFTER ADVANCING 1 LINE.
085800     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-RODAPE-AUDITORIA
085900         AFTER ADVANCING 1 LINE.
086000     ADD 2 TO WS-LINHAS-NA-PAGINA.
086100     DISPLAY 'AUDMAST -- PERIODO ' WS-ANO-ATUAL 'T'
086200         WS-TRIMESTRE-ATUAL ': ' WS-CONTADOR-GERAL
086300         ' OCORRENCIA(S) ENTRE OS ARQUIVOS MESTRES'.
086400 7500-EXIT.
086500     EXIT.
086600*****************************************************************
086700*    7510-IMPRIME-LINHA-RESUMO                                  *
086800*    IMPRIME A QUANTIDADE DE OCORRENCIAS DE UMA CATEGORIA       *
086900*****************************************************************
087000 7510-IMPRIME-LINHA-RESUMO.
087100     MOVE WS-IND-CATEGORIA TO WS-AUM-RES-NUMERO.
087200     MOVE WS-TITULO-CATEGORIA (WS-IND-CATEGORIA)
087300         TO WS-AUM-RES-DESCRICAO.
087400     MOVE WS-TOT-CATEGORIA (WS-IND-CATEGORIA) TO WS-AUM-RES-QTD.
087500     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-LINHA-RESUMO
087600         AFTER ADVANCING 1 LINE.
087700     ADD 1 TO WS-LINHAS-NA-PAGINA.
087800 7510-EXIT.
087900     EXIT.
088000*****************************************************************
088100*    7600-ABRE-CATEGORIA                                        *
088200*    ZERA O CONTADOR DA CATEGORIA E IMPRIME O TITULO E O        *
088300*    CABECALHO DE COLUNAS DELA                                  *
088400*****************************************************************
088500 7600-ABRE-CATEGORIA.
088600     MOVE ZERO TO WS-CONTADOR-CATEGORIA.
088700     IF WS-LINHAS-NA-PAGINA + 6 > WS-MAX-LINHAS-PAGINA
088800         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
088900     END-IF.
089000     PERFORM 7610-IMPRIME-TITULO-CATEGORIA THRU 7610-EXIT.
089100 7600-EXIT.
089200     EXIT.
089300*****************************************************************
089400*    7610-IMPRIME-TITULO-CATEGORIA                              *
089500*    IMPRIME O TITULO DA CATEGORIA CORRENTE E O CABECALHO DE    *
089600*    COLUNAS -- TAMBEM NA CONTINUACAO EM PAGINA NOVA            *
089700*****************************************************************
089800 7610-IMPRIME-TITULO-CATEGORIA.
089900     MOVE WS-IND-CATEGORIA TO WS-AUM-TIT-NUMERO.
090000     MOVE WS-TITULO-CATEGORIA (WS-IND-CATEGORIA)
090100         TO WS-AUM-TIT-DESCRICAO.
090200     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-TITULO-CATEGORIA
090300         AFTER ADVANCING 1 LINE.
090400     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-CABECALHO-2
090500         AFTER ADVANCING 1 LINE.
090600     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
090700         AFTER ADVANCING 1 LINE.
090800     ADD 3 TO WS-LINHAS-NA-PAGINA.
090900 7610-EXIT.
091000     EXIT.
091100*****************************************************************
091200*    7700-FECHA-CATEGORIA                                       *
091300*    IMPRIME 'NENHUMA OCORRENCIA' SE A CATEGORIA FICOU VAZIA E  *
091400*    O TOTAL DA CATEGORIA, QUE VAI PARA O RESUMO                *
091500*****************************************************************
091600 7700-FECHA-CATEGORIA.
091700     IF WS-CONTADOR-CATEGORIA = ZERO
091800         AND WS-AUM-NENHUMA-TEXTO = SPACES
091900         MOVE 'NENHUMA OCORRENCIA' TO WS-AUM-NENHUMA-TEXTO
092000         PERFORM 7900-IMPRIME-OBSERVACAO THRU 7900-EXIT
092100     END-IF.
092200     MOVE SPACES TO WS-AUM-NENHUMA-TEXTO.
092300     MOVE WS-CONTADOR-CATEGORIA
092400         TO WS-TOT-CATEGORIA (WS-IND-CATEGORIA).
092500     MOVE WS-CONTADOR-CATEGORIA TO WS-AUM-TOT-CATEGORIA.
092600     IF WS-LINHAS-NA-PAGINA + 3 > WS-MAX-LINHAS-PAGINA
092700         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
092800     END-IF.
092900     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
093000         AFTER ADVANCING 1 LINE.
093100     WRITE LINHA-AUDITORIA-MESTRES
093200         FROM WS-AUM-LINHA-TOTAL-CATEGORIA
093300         AFTER ADVANCING 1 LINE.
093400     WRITE LINHA-AUDITORIA-MESTRES FROM WS-LINHA-BRANCO
093500         AFTER ADVANCING 1 LINE.
093600     ADD 3 TO WS-LINHAS-NA-PAGINA.
093700 7700-EXIT.
093800     EXIT.
093900*****************************************************************
094000*    7800-IMPRIME-OCORRENCIA                                    *
094100*    IMPRIME UMA OCORRENCIA DA CATEGORIA CORRENTE -- NUMA       *
094200*    PAGINA NOVA O TITULO DA CATEGORIA E' REPETIDO              *
094300*****************************************************************
094400 7800-IMPRIME-OCORRENCIA.
094500     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
094600         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
094700         PERFORM 7610-IMPRIME-TITULO-CATEGORIA THRU 7610-EXIT
094800     END-IF.
094900     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-LINHA-DETALHE
095000         AFTER ADVANCING 1 LINE.
095100     ADD 1 TO WS-LINHAS-NA-PAGINA.
095200     ADD 1 TO WS-CONTADOR-CATEGORIA.
095300     ADD 1 TO WS-CONTADOR-GERAL.
095400 7800-EXIT.
095500     EXIT.
095600*****************************************************************
095700*    7900-IMPRIME-OBSERVACAO                                    *
095800*    IMPRIME A OBSERVACAO DA CATEGORIA (NENHUMA OCORRENCIA OU   *
095900*    ARQUIVO NAO CONFERIDO)                                     *
096000*****************************************************************
096100 7900-IMPRIME-OBSERVACAO.
096200     WRITE LINHA-AUDITORIA-MESTRES FROM WS-AUM-LINHA-NENHUMA
096300         AFTER ADVANCING 1 LINE.
096400     ADD 1 TO WS-LINHAS-NA-PAGINA.
096500 7900-EXIT.
096600     EXIT.
096700*****************************************************************
096800*    8000-FINALIZACAO                                           *
096900*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO              *
097000*****************************************************************
097100 8000-FINALIZACAO.
097200     CLOSE VENDEDOR-MASTER
097300           REGIAO-MASTER
097400           COTA-MASTER
097500           RELAT-AUDITORIA-MESTRES.
097600     IF VIGENCIA-DISPONIVEL
097700         CLOSE REGIAO-VIGENCIA
097800     END-IF.
097900     IF LEDGER-DISPONIVEL
098000         CLOSE FOLHA-LEDGER
098100     END-IF.
098200 8000-EXIT.
098300     EXIT.
