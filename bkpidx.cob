000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BKPIDX.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. A RECARGA DO BKPIDX RECRIA OS ARQUIVOS INDEXADOS --
000800     EXECUTAR SOMENTE COM O CARTAO DE PARAMETRO CONFERIDO.
000900*****************************************************************
001000*                                                               *
001100*    UM RESUMO DO PROGRAMA BKPIDX --                            *
001200*                                                               *
001300*    BKPIDX E' O UTILITARIO DE COPIA DE SEGURANCA DOS ARQUIVOS  *
001400*    INDEXADOS DO SISTEMA -- VENDMAST, REGMAST, REGVIGEN,       *
001500*    COTAMAST, VENDHIST, PERCTL, FOLHALED, RUNLOG E JORNMNT --  *
001600*    PARA TIRAR O RETRATO DELES ANTES DE UM FECHAMENTO E PARA   *
001700*    DEVOLVE-LOS DEPOIS DE UMA EXECUCAO MAL SUCEDIDA. O CARTAO  *
001800*    DE PARAMETRO PEDE UMA DE DUAS FUNCOES --                   *
001900*                                                               *
002000*    'D' (DESCARGA): COPIA CADA ARQUIVO INDEXADO, EM ORDEM DE   *
002100*    CHAVE, PARA O SEU ARQUIVO SEQUENCIAL DE BACKUP (BKVENDM,   *
002200*    BKREGM, ...), COM UM REGISTRO DE CABECALHO (ARQUIVO,       *
002300*    PERIODO, DATA E HORA DA DESCARGA, TAMANHO DO REGISTRO) E   *
002400*    UM TRAILER COM A QUANTIDADE DE REGISTROS E O HASH DE       *
002500*    CONTROLE. O CONJUNTO DE BACKUP E' IDENTIFICADO PELO        *
002600*    PERIODO E PELA DATA DA DESCARGA.                           *
002700*                                                               *
002800*    'R' (RECARGA): RECRIA OS ARQUIVOS INDEXADOS A PARTIR DO    *
002900*    CONJUNTO DE BACKUP INFORMADO NO CARTAO (PERIODO E DATA),   *
003000*    TODOS OU UM SO'. ANTES DE TOCAR NO ARQUIVO INDEXADO, O     *
003100*    BACKUP E' LIDO POR INTEIRO E CONFERIDO -- CABECALHO DE     *
003200*    OUTRO CONJUNTO, BACKUP SEM TRAILER OU TRAILER QUE NAO      *
003300*    BATE COM A QUANTIDADE E O HASH RECALCULADOS RECUSAM A      *
003400*    RECARGA DAQUELE ARQUIVO, QUE FICA COMO ESTAVA.             *
003500*                                                               *
003600*    O HASH DE CONTROLE E' A SOMA, EM TODOS OS REGISTROS, DO    *
003700*    VALOR DE CADA BYTE DO REGISTRO MULTIPLICADO PELA POSICAO   *
003800*    DELE -- OS ARQUIVOS TEM LAYOUTS DIFERENTES E NEM TODOS TEM *
003900*    CAMPO MONETARIO, E ASSIM QUALQUER BYTE TROCADO, PERDIDO    *
004000*    OU FORA DE LUGAR APARECE NA CONFERENCIA.                   *
004100*                                                               *
004200*    AS DUAS FUNCOES IMPRIMEM A LISTAGEM DOS TOTAIS DE CONTROLE *
004300*    DE CADA ARQUIVO (RELBKP), PARA COMPROVAR QUE O QUE FOI     *
004400*    RECARREGADO E' O QUE FOI SALVO.                            *
004500*                                                               *
004600*    CARTAO DE PARAMETRO (SYSIN) --                             *
004700*      COLUNA  1      FUNCAO ('D' DESCARGA OU 'R' RECARGA)      *
004800*      COLUNAS 2-6    PERIODO AAAAT (NA DESCARGA, EM BRANCO,    *
004900*                     DERIVADO DA DATA DO SISTEMA)              *
005000*      COLUNAS 7-14   DATA AAAAMMDD DA DESCARGA DO CONJUNTO A   *
005100*                     RECARREGAR (SOMENTE NA RECARGA)           *
005200*      COLUNAS 15-22  ARQUIVO A RECARREGAR (EM BRANCO, TODOS)   *
005300*                                                               *
005400*****************************************************************
005500*                                                               *
005600*    HISTORICO DE ALTERACOES --                                 *
005700*                                                               *
005800*    09/09/2026  RMS  PROGRAMA ORIGINAL -- DESCARGA E RECARGA   *
005900*                     DOS ARQUIVOS INDEXADOS COM CABECALHO,     *
006000*                     TRAILER E LISTAGEM DE CONTROLE.           *
006100*                                                               *
006200*****************************************************************
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER. IBM-370.
006600 OBJECT-COMPUTER. IBM-370.
006700 SPECIAL-NAMES.
006800     DECIMAL-POINT IS COMMA.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS VM-MATRICULA-VENDEDOR
007500         FILE STATUS IS WS-STATUS-INDEXADO.
007600     SELECT REGIAO-MASTER ASSIGN TO REGMAST
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS RG-CODIGO-REGIAO
008000         FILE STATUS IS WS-STATUS-INDEXADO.
008100     SELECT REGIAO-VIGENCIA ASSIGN TO REGVIGEN
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS SEQUENTIAL
008400         RECORD KEY IS TV-CHAVE-VIGENCIA
008500         FILE STATUS IS WS-STATUS-INDEXADO.
008600     SELECT COTA-MASTER ASSIGN TO COTAMAST
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS QM-CHAVE-COTA
009000         FILE STATUS IS WS-STATUS-INDEXADO.
009100     SELECT VENDAS-HISTORICO ASSIGN TO VENDHIST
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS SEQUENTIAL
009400         RECORD KEY IS VH-CHAVE-HISTORICO
009500         FILE STATUS IS WS-STATUS-INDEXADO.
009600     SELECT PERIODO-CONTROLE ASSIGN TO PERCTL
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS PC-CHAVE-PERIODO
010000         FILE STATUS IS WS-STATUS-INDEXADO.
010100     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS SEQUENTIAL
010400         RECORD KEY IS FL-CHAVE-LEDGER
010500         FILE STATUS IS WS-STATUS-INDEXADO.
010600     SELECT ARQUIVO-RUNLOG ASSIGN TO RUNLOG
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS SEQUENTIAL
010900         RECORD KEY IS RL-CHAVE-RUNLOG
011000         FILE STATUS IS WS-STATUS-INDEXADO.
011100     SELECT ARQUIVO-JOURNAL ASSIGN TO JORNMNT
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS SEQUENTIAL
011400         RECORD KEY IS JN-CHAVE-JOURNAL
011500         FILE STATUS IS WS-STATUS-INDEXADO.
011600     SELECT BACKUP-VENDMAST ASSIGN TO BKVENDM
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-STATUS-BACKUP.
011900     SELECT BACKUP-REGMAST ASSIGN TO BKREGM
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-STATUS-BACKUP.
012200     SELECT BACKUP-REGVIGEN ASSIGN TO BKREGV
012300         ORGANIZATION IS SEQUENTIAL
012400         FILE STATUS IS WS-STATUS-BACKUP.
012500     SELECT BACKUP-COTAMAST ASSIGN TO BKCOTA
012600         ORGANIZATION IS SEQUENTIAL
012700         FILE STATUS IS WS-STATUS-BACKUP.
012800     SELECT BACKUP-VENDHIST ASSIGN TO BKVHIST
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS WS-STATUS-BACKUP.
013100     SELECT BACKUP-PERCTL ASSIGN TO BKPERCT
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS WS-STATUS-BACKUP.
013400     SELECT BACKUP-FOLHALED ASSIGN TO BKFOLHA
013500         ORGANIZATION IS SEQUENTIAL
013600         FILE STATUS IS WS-STATUS-BACKUP.
013700     SELECT BACKUP-RUNLOG ASSIGN TO BKRUNLG
013800         ORGANIZATION IS SEQUENTIAL
013900         FILE STATUS IS WS-STATUS-BACKUP.
014000     SELECT BACKUP-JORNMNT ASSIGN TO BKJORN
014100         ORGANIZATION IS SEQUENTIAL
014200         FILE STATUS IS WS-STATUS-BACKUP.
014300     SELECT RELAT-BACKUP ASSIGN TO RELBKP
014400         ORGANIZATION IS SEQUENTIAL.
014500 DATA DIVISION.
014600 FILE SECTION.
014700*****************************************************************
014800*    ARQUIVOS INDEXADOS -- ENTRADA NA DESCARGA, SAIDA NA        *
014900*    RECARGA (ABERTOS EM OUTPUT, O QUE OS RECRIA VAZIOS ANTES   *
015000*    DA GRAVACAO EM ORDEM DE CHAVE)                             *
015100*****************************************************************
015200 FD  VENDEDOR-MASTER
015300     LABEL RECORDS ARE STANDARD.
015400     COPY VENDMAST.
015500 FD  REGIAO-MASTER
015600     LABEL RECORDS ARE STANDARD.
015700     COPY REGMAST.
015800 FD  REGIAO-VIGENCIA
015900     LABEL RECORDS ARE STANDARD.
016000     COPY REGVIGEN.
016100 FD  COTA-MASTER
016200     LABEL RECORDS ARE STANDARD.
016300     COPY COTAMAST.
016400 FD  VENDAS-HISTORICO
016500     LABEL RECORDS ARE STANDARD.
016600     COPY VENDHIST.
016700 FD  PERIODO-CONTROLE
016800     LABEL RECORDS ARE STANDARD.
016900     COPY PERIODCT.
017000 FD  FOLHA-LEDGER
017100     LABEL RECORDS ARE STANDARD.
017200     COPY FOLHALED.
017300 FD  ARQUIVO-RUNLOG
017400     LABEL RECORDS ARE STANDARD.
017500     COPY RUNLOG.
017600 FD  ARQUIVO-JOURNAL
017700     LABEL RECORDS ARE STANDARD.
017800     COPY JORNMNT.
017900*****************************************************************
018000*    ARQUIVOS DE BACKUP -- SAIDA NA DESCARGA, ENTRADA NA        *
018100*    RECARGA -- UM POR ARQUIVO INDEXADO, NO LAYOUT              *
018200*    WS-REGISTRO-BACKUP (CABECALHO, DETALHES E TRAILER)         *
018300*****************************************************************
018400 FD  BACKUP-VENDMAST
018500     LABEL RECORDS ARE STANDARD
018600     RECORD CONTAINS 251 CHARACTERS.
018700 01  REG-BACKUP-VENDMAST              PIC X(251).
018800 FD  BACKUP-REGMAST
018900     LABEL RECORDS ARE STANDARD
019000     RECORD CONTAINS 251 CHARACTERS.
019100 01  REG-BACKUP-REGMAST               PIC X(251).
019200 FD  BACKUP-REGVIGEN
019300     LABEL RECORDS ARE STANDARD
019400     RECORD CONTAINS 251 CHARACTERS.
019500 01  REG-BACKUP-REGVIGEN              PIC X(251).
019600 FD  BACKUP-COTAMAST
019700     LABEL RECORDS ARE STANDARD
019800     RECORD CONTAINS 251 CHARACTERS.
019900 01  REG-BACKUP-COTAMAST              PIC X(251).
020000 FD  BACKUP-VENDHIST
020100     LABEL RECORDS ARE STANDARD
020200     RECORD CONTAINS 251 CHARACTERS.
020300 01  REG-BACKUP-VENDHIST              PIC X(251).
020400 FD  BACKUP-PERCTL
020500     LABEL RECORDS ARE STANDARD
020600     RECORD CONTAINS 251 CHARACTERS.
020700 01  REG-BACKUP-PERCTL                PIC X(251).
020800 FD  BACKUP-FOLHALED
020900     LABEL RECORDS ARE STANDARD
021000     RECORD CONTAINS 251 CHARACTERS.
021100 01  REG-BACKUP-FOLHALED              PIC X(251).
021200 FD  BACKUP-RUNLOG
021300     LABEL RECORDS ARE STANDARD
021400     RECORD CONTAINS 251 CHARACTERS.
021500 01  REG-BACKUP-RUNLOG                PIC X(251).
021600 FD  BACKUP-JORNMNT
021700     LABEL RECORDS ARE STANDARD
021800     RECORD CONTAINS 251 CHARACTERS.
021900 01  REG-BACKUP-JORNMNT               PIC X(251).
022000*****************************************************************
022100*    RELAT-BACKUP -- SAIDA, LISTAGEM DOS TOTAIS DE CONTROLE DE  *
022200*    CADA ARQUIVO DESCARREGADO OU RECARREGADO                   *
022300*****************************************************************
022400 FD  RELAT-BACKUP
022500     LABEL RECORDS ARE STANDARD
022600     RECORD CONTAINS 132 CHARACTERS.
022700 01  LINHA-BACKUP                     PIC X(132).
022800 WORKING-STORAGE SECTION.
022900*****************************************************************
023000*    CHAVES E CONTADORES DE CONTROLE                            *
023100*****************************************************************
023200 77  WS-STATUS-INDEXADO               PIC X(02) VALUE SPACES.
023300 77  WS-STATUS-BACKUP                 PIC X(02) VALUE SPACES.
023400 77  WS-FIM-INDEXADO-SW               PIC X(01) VALUE 'N'.
023500     88  FIM-INDEXADO                           VALUE 'S'.
023510 77  WS-INDEXADO-ABERTO-SW            PIC X(01) VALUE 'N'.
023520     88  INDEXADO-ABERTO                        VALUE 'S'.
023600 77  WS-FIM-BACKUP-SW                 PIC X(01) VALUE 'N'.
023700     88  FIM-BACKUP                             VALUE 'S'.
023800 77  WS-TRAILER-LIDO-SW               PIC X(01) VALUE 'N'.
023900     88  TRAILER-LIDO                           VALUE 'S'.
024000 77  WS-ARQUIVO-RECUSADO-SW           PIC X(01) VALUE 'N'.
024100     88  ARQUIVO-RECUSADO                       VALUE 'S'.
024200 77  WS-ERRO-GRAVACAO-SW              PIC X(01) VALUE 'N'.
024300     88  ERRO-GRAVACAO                          VALUE 'S'.
024400 77  WS-PARM-PERIODO-VALIDO-SW        PIC X(01) VALUE 'N'.
024500     88  WS-PARM-PERIODO-VALIDO                 VALUE 'S'.
024600 77  WS-IND-ARQUIVO                   PIC 9(02) COMP VALUE ZERO.
024700 77  WS-IND-ARQUIVO-ACHADO            PIC 9(02) COMP VALUE ZERO.
024800 77  WS-QTD-ARQUIVOS                  PIC 9(02) COMP VALUE 9.
024900 77  WS-IND-BYTE                      PIC 9(03) COMP VALUE ZERO.
025000 77  WS-QTD-CONFERIDA                 PIC 9(09) COMP-3 VALUE ZERO.
025100 77  WS-HASH-CONFERIDO                PIC 9(15) COMP-3 VALUE ZERO.
025200 77  WS-QTD-CONTROLE                  PIC 9(09) COMP-3 VALUE ZERO.
025300 77  WS-HASH-CONTROLE                 PIC 9(15) COMP-3 VALUE ZERO.
025400 77  WS-QTD-ERROS-GRAVACAO            PIC 9(06) COMP-3 VALUE ZERO.
025500 77  WS-CONTADOR-PROCESSADOS          PIC 9(06) COMP-3 VALUE ZERO.
025600 77  WS-CONTADOR-RECUSADOS            PIC 9(06) COMP-3 VALUE ZERO.
025700 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
025800 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
025900 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
026000 77  WS-SITUACAO-ARQUIVO              PIC X(38) VALUE SPACES.
026100*****************************************************************
026200*    CARTAO DE PARAMETRO (FAAAATAAAAMMDDARQUIVO) -- SEM         *
026300*    CARTAO VALIDO NAO HA DESCARGA NEM RECARGA                  *
026400*****************************************************************
026500 01  WS-PARM-CARTAO.
026600     05  WS-PARM-FUNCAO               PIC X(01).
026700         88  FUNCAO-DESCARGA                    VALUE 'D'.
026800         88  FUNCAO-RECARGA                     VALUE 'R'.
026900     05  WS-PARM-PERIODO              PIC X(05).
027000     05  WS-PARM-PERIODO-R REDEFINES WS-PARM-PERIODO.
027100         10  WS-PARM-ANO              PIC 9(04).
027200         10  WS-PARM-TRIMESTRE        PIC 9(01).
027300     05  WS-PARM-DATA-CONJUNTO        PIC X(08).
027400     05  WS-PARM-ARQUIVO              PIC X(08).
027500     05  FILLER                       PIC X(58).
027600*****************************************************************
027700*    IDENTIFICACAO DO CONJUNTO DE BACKUP -- PERIODO, DATA E     *
027800*    HORA DA DESCARGA (NA RECARGA, O PERIODO E A DATA DO        *
027900*    CARTAO, QUE O CABECALHO DE CADA BACKUP TEM QUE TRAZER)     *
028000*****************************************************************
028100 01  WS-PERIODO-CONJUNTO.
028200     05  WS-ANO-CONJUNTO              PIC 9(04) VALUE ZERO.
028300     05  WS-TRIMESTRE-CONJUNTO        PIC 9(01) VALUE ZERO.
028400 77  WS-DATA-CONJUNTO                 PIC 9(08) VALUE ZERO.
028500 77  WS-HORA-CONJUNTO                 PIC 9(06) VALUE ZERO.
028600 77  WS-DATA-SISTEMA                  PIC 9(08) VALUE ZERO.
028700 77  WS-HORA-SISTEMA                  PIC 9(08) VALUE ZERO.
028800 77  WS-MES-SISTEMA                   PIC 9(02) VALUE ZERO.
028900 77  WS-MES-AJUSTADO                  PIC 9(02) VALUE ZERO.
029000 77  WS-RESTO-MES                     PIC 9(01) VALUE ZERO.
029100 01  WS-DATA-CRITICA                  PIC 9(08) VALUE ZERO.
029200 01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
029300     05  WS-DATA-CRIT-ANO             PIC 9(04).
029400     05  WS-DATA-CRIT-MES             PIC 9(02).
029500     05  WS-DATA-CRIT-DIA             PIC 9(02).
029600*****************************************************************
029700*    TABELA DOS ARQUIVOS INDEXADOS -- NOME (DD), TAMANHO DO     *
029800*    REGISTRO E DD DO BACKUP; A POSICAO NA TABELA E' A QUE      *
029900*    ESCOLHE O ARQUIVO NOS PARAGRAFOS 7100 A 7240               *
030000*****************************************************************
030100 01  WS-TABELA-ARQUIVOS-VALORES.
030200     05  FILLER                       PIC X(20) VALUE
030300         'VENDMAST0060BKVENDM '.
030400     05  FILLER                       PIC X(20) VALUE
030500         'REGMAST 0060BKREGM  '.
030600     05  FILLER                       PIC X(20) VALUE
030700         'REGVIGEN0060BKREGV  '.
030800     05  FILLER                       PIC X(20) VALUE
030900         'COTAMAST0040BKCOTA  '.
031000     05  FILLER                       PIC X(20) VALUE
031100         'VENDHIST0061BKVHIST '.
031200     05  FILLER                       PIC X(20) VALUE
031300         'PERCTL  0080BKPERCT '.
031400     05  FILLER                       PIC X(20) VALUE
031500         'FOLHALED0060BKFOLHA '.
031600     05  FILLER                       PIC X(20) VALUE
031700         'RUNLOG  0100BKRUNLG '.
031800     05  FILLER                       PIC X(20) VALUE
031900         'JORNMNT 0250BKJORN  '.
032000 01  WS-TABELA-ARQUIVOS REDEFINES WS-TABELA-ARQUIVOS-VALORES.
032100     05  WS-ARQ-ENTRADA               OCCURS 9 TIMES.
032200         10  WS-TAB-ARQUIVO           PIC X(08).
032300         10  WS-TAB-TAMANHO           PIC 9(04).
032400         10  WS-TAB-BACKUP            PIC X(08).
032500*****************************************************************
032600*    REGISTRO DO ARQUIVO DE BACKUP -- 251 POSICOES: O TIPO      *
032700*    ('H' CABECALHO, 'D' DETALHE, 'T' TRAILER) E A AREA DE      *
032800*    DADOS, QUE NO DETALHE E' A IMAGEM DO REGISTRO INDEXADO     *
032900*    (ATE 250 POSICOES, O TAMANHO DO JORNMNT)                   *
033000*****************************************************************
033100 01  WS-REGISTRO-BACKUP.
033200     05  WS-BKP-TIPO                  PIC X(01).
033300         88  BKP-CABECALHO                      VALUE 'H'.
033400         88  BKP-DETALHE                        VALUE 'D'.
033500         88  BKP-TRAILER                        VALUE 'T'.
033600     05  WS-BKP-DADOS                 PIC X(250).
033700     05  WS-BKP-CABECALHO-R REDEFINES WS-BKP-DADOS.
033800         10  WS-BKP-CAB-ARQUIVO       PIC X(08).
033900         10  WS-BKP-CAB-PERIODO       PIC X(05).
034000         10  WS-BKP-CAB-DATA          PIC 9(08).
034100         10  WS-BKP-CAB-HORA          PIC 9(06).
034200         10  WS-BKP-CAB-TAMANHO       PIC 9(04).
034300         10  FILLER                   PIC X(219).
034400     05  WS-BKP-TRAILER-R REDEFINES WS-BKP-DADOS.
034500         10  WS-BKP-TRL-ARQUIVO       PIC X(08).
034600         10  WS-BKP-TRL-QTD           PIC 9(09).
034700         10  WS-BKP-TRL-HASH          PIC 9(15).
034800         10  FILLER                   PIC X(218).
034900     05  WS-BKP-BYTES-R REDEFINES WS-BKP-DADOS.
035000         10  WS-BKP-BYTE              PIC X(01) OCCURS 250 TIMES.
035100*****************************************************************
035200*    VALOR BINARIO DE UM BYTE, PARA O HASH DE CONTROLE -- O     *
035300*    BYTE VAI NA METADE BAIXA DE UM BINARIO DE DOIS BYTES       *
035400*****************************************************************
035500 01  WS-BYTE-BINARIO                  PIC 9(04) COMP VALUE ZERO.
035600 01  WS-BYTE-BINARIO-R REDEFINES WS-BYTE-BINARIO.
035700     05  WS-BYTE-ALTO                 PIC X(01).
035800     05  WS-BYTE-BAIXO                PIC X(01).
035900 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
036000*****************************************************************
036100*    RELAT-BACKUP -- LINHAS DE CABECALHO, DETALHE E RODAPE      *
036200*    "CONTROLE" E' O TRAILER DO BACKUP; "CONFERIDO" E', NA      *
036300*    DESCARGA, O QUE FOI LIDO DO INDEXADO E GRAVADO NO BACKUP   *
036400*    E, NA RECARGA, O QUE FOI GRAVADO NO INDEXADO (NO ARQUIVO   *
036500*    RECUSADO, O QUE FOI LIDO DO BACKUP NA CONFERENCIA)         *
036600*****************************************************************
036700 01  WS-BKP-CABECALHO-1.
036800     05  FILLER                       PIC X(030) VALUE SPACES.
036900     05  WS-BKP-C1-TITULO             PIC X(050).
037000     05  FILLER                       PIC X(008) VALUE
037100         'PERIODO'.
037200     05  WS-BKP-C1-PERIODO            PIC X(05).
037300     05  FILLER                       PIC X(002) VALUE SPACES.
037400     05  WS-BKP-C1-DATA               PIC X(10).
037500     05  FILLER                       PIC X(005) VALUE SPACES.
037600     05  FILLER                       PIC X(007) VALUE
037700         'PAGINA'.
037800     05  WS-BKP-C1-PAGINA             PIC ZZ9.
037900     05  FILLER                       PIC X(012) VALUE SPACES.
038000 01  WS-BKP-CABECALHO-2.
038100     05  FILLER                       PIC X(002) VALUE SPACES.
038200     05  FILLER                       PIC X(010) VALUE
038300         'ARQUIVO'.
038400     05  FILLER                       PIC X(010) VALUE 'BACKUP'.
038500     05  FILLER                       PIC X(015) VALUE
038600         'REG CONTROLE'.
038700     05  FILLER                       PIC X(021) VALUE
038800         'HASH CONTROLE'.
038900     05  FILLER                       PIC X(015) VALUE
039000         'REG CONFERIDOS'.
039100     05  FILLER                       PIC X(021) VALUE
039200         'HASH CONFERIDO'.
039300     05  FILLER                       PIC X(038) VALUE
039400         'SITUACAO'.
039500 01  WS-BKP-LINHA-ARQUIVO.
039600     05  FILLER                       PIC X(002) VALUE SPACES.
039700     05  WS-BKP-DET-ARQUIVO           PIC X(08).
039800     05  FILLER                       PIC X(002) VALUE SPACES.
039900     05  WS-BKP-DET-BACKUP            PIC X(08).
040000     05  FILLER                       PIC X(002) VALUE SPACES.
040100     05  WS-BKP-DET-QTD-CONTROLE      PIC ZZZ.ZZZ.ZZ9.
040200     05  FILLER                       PIC X(004) VALUE SPACES.
040300     05  WS-BKP-DET-HASH-CONTROLE     PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
040400     05  FILLER                       PIC X(002) VALUE SPACES.
040500     05  WS-BKP-DET-QTD-CONFERIDA     PIC ZZZ.ZZZ.ZZ9.
040600     05  FILLER                       PIC X(004) VALUE SPACES.
040700     05  WS-BKP-DET-HASH-CONFERIDO    PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9.
040800     05  FILLER                       PIC X(002) VALUE SPACES.
040900     05  WS-BKP-DET-SITUACAO          PIC X(38).
041000 01  WS-LINHA-RODAPE-BACKUP.
041100     05  FILLER                       PIC X(002) VALUE SPACES.
041200     05  WS-ROD-BKP-ROTULO            PIC X(024).
041300     05  WS-ROD-BKP-PROCESSADOS       PIC ZZ9.
041400     05  FILLER                       PIC X(005) VALUE SPACES.
041500     05  FILLER                       PIC X(020) VALUE
041600         'ARQUIVOS RECUSADOS'.
041700     05  WS-ROD-BKP-RECUSADOS         PIC ZZ9.
041800     05  FILLER                       PIC X(075) VALUE SPACES.
041900 PROCEDURE DIVISION.
042000*****************************************************************
042100*    0000-MAINLINE-CONTROLE                                     *
042200*    PARAGRAFO PRINCIPAL -- VALIDA O CARTAO E DESPACHA PARA A   *
042300*    FUNCAO PEDIDA                                              *
042400*****************************************************************
042500 0000-MAINLINE-CONTROLE.
042600     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
042700     IF FUNCAO-DESCARGA
042800         PERFORM 2000-DESCARGA THRU 2000-EXIT
042900     ELSE
043000         PERFORM 3000-RECARGA THRU 3000-EXIT
043100     END-IF.
043200     PERFORM 4000-IMPRIME-RODAPE THRU 4000-EXIT.
043300     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
043400     STOP RUN.
043500*****************************************************************
043600*    1000-INICIALIZACAO                                         *
043700*    LE E CRITICA O CARTAO DE PARAMETRO, IDENTIFICA O CONJUNTO  *
043800*    DE BACKUP, ABRE A LISTAGEM E IMPRIME O CABECALHO           *
043900*****************************************************************
044000 1000-INICIALIZACAO.
044100     MOVE SPACES TO WS-PARM-CARTAO.
044200     ACCEPT WS-PARM-CARTAO FROM SYSIN.
044300     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
044400     ACCEPT WS-HORA-SISTEMA FROM TIME.
044500     PERFORM 1500-CRITICA-CARTAO THRU 1500-EXIT.
044600     IF FUNCAO-DESCARGA
044700         MOVE WS-DATA-SISTEMA       TO WS-DATA-CONJUNTO
044800         MOVE WS-HORA-SISTEMA(1:6)  TO WS-HORA-CONJUNTO
044900     ELSE
045000         MOVE WS-PARM-DATA-CONJUNTO TO WS-DATA-CONJUNTO
045100         MOVE ZERO                  TO WS-HORA-CONJUNTO
045200     END-IF.
045300     OPEN OUTPUT RELAT-BACKUP.
045400     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
045500 1000-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    1100-IMPRIME-CABECALHO                                     *
045900*    IMPRIME AS DUAS LINHAS DE CABECALHO COM A FUNCAO E O       *
046000*    CONJUNTO DE BACKUP E REINICIA O CONTADOR DE LINHAS         *
046100*****************************************************************
046200 1100-IMPRIME-CABECALHO.
046300     ADD 1 TO WS-PAGINA-ATUAL.
046400     MOVE WS-PAGINA-ATUAL     TO WS-BKP-C1-PAGINA.
046500     MOVE WS-PERIODO-CONJUNTO TO WS-BKP-C1-PERIODO.
046600     MOVE WS-DATA-CONJUNTO    TO WS-DATA-CRITICA.
046700     MOVE SPACES TO WS-BKP-C1-DATA.
046800     STRING WS-DATA-CRIT-DIA '/' WS-DATA-CRIT-MES '/'
046900            WS-DATA-CRIT-ANO
047000         DELIMITED BY SIZE INTO WS-BKP-C1-DATA.
047100     IF FUNCAO-DESCARGA
047200         MOVE 'DESCARGA DOS ARQUIVOS INDEXADOS -- CONJUNTO'
047300             TO WS-BKP-C1-TITULO
047400     ELSE
047500         MOVE 'RECARGA DOS ARQUIVOS INDEXADOS -- CONJUNTO'
047600             TO WS-BKP-C1-TITULO
047700     END-IF.
047800     WRITE LINHA-BACKUP FROM WS-BKP-CABECALHO-1
047900         AFTER ADVANCING PAGE.
048000     WRITE LINHA-BACKUP FROM WS-LINHA-BRANCO
048100         AFTER ADVANCING 1 LINE.
048200     WRITE LINHA-BACKUP FROM WS-BKP-CABECALHO-2
048300         AFTER ADVANCING 1 LINE.
048400     WRITE LINHA-BACKUP FROM WS-LINHA-BRANCO
048500         AFTER ADVANCING 1 LINE.
048600     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
048700 1100-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    1500-CRITICA-CARTAO                                        *
049100*    CONFERE A FUNCAO, O PERIODO, A DATA E O ARQUIVO DO CARTAO  *
049200*    -- NA DESCARGA, PERIODO AUSENTE E' DERIVADO DA DATA DO     *
049300*    SISTEMA; NA RECARGA O CONJUNTO TEM QUE SER INFORMADO       *
049400*    POR INTEIRO, PORQUE UMA RECARGA NAO ADIVINHA PARAMETRO     *
049500*****************************************************************
049600 1500-CRITICA-CARTAO.
049700     IF NOT FUNCAO-DESCARGA AND NOT FUNCAO-RECARGA
049800         GO TO 1500-CARTAO-INVALIDO.
049900     MOVE 'N' TO WS-PARM-PERIODO-VALIDO-SW.
050000     IF WS-PARM-PERIODO IS NUMERIC
050100         IF WS-PARM-TRIMESTRE >= 1 AND WS-PARM-TRIMESTRE <= 4
050200             MOVE 'S' TO WS-PARM-PERIODO-VALIDO-SW
050300         END-IF
050400     END-IF.
050500     IF WS-PARM-PERIODO-VALIDO
050600         MOVE WS-PARM-ANO       TO WS-ANO-CONJUNTO
050700         MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-CONJUNTO
050800     ELSE
050900         IF FUNCAO-RECARGA
051000             GO TO 1500-CARTAO-INVALIDO
051100         END-IF
051200         DISPLAY 'BKPIDX -- PERIODO AUSENTE OU INVALIDO NO '
051300             'CARTAO -- PERIODO SERA DERIVADO DA DATA DO SISTEMA'
051400         MOVE WS-DATA-SISTEMA(1:4) TO WS-ANO-CONJUNTO
051500         MOVE WS-DATA-SISTEMA(5:2) TO WS-MES-SISTEMA
051600         SUBTRACT 1 FROM WS-MES-SISTEMA GIVING WS-MES-AJUSTADO
051700         DIVIDE WS-MES-AJUSTADO BY 3
051800             GIVING WS-TRIMESTRE-CONJUNTO
051900             REMAINDER WS-RESTO-MES
052000         ADD 1 TO WS-TRIMESTRE-CONJUNTO
052100     END-IF.
052200     IF FUNCAO-DESCARGA
052300         GO TO 1500-EXIT.
052400     IF WS-PARM-DATA-CONJUNTO IS NOT NUMERIC
052500         GO TO 1500-CARTAO-INVALIDO.
052600     IF WS-PARM-ARQUIVO = SPACES
052700         GO TO 1500-EXIT.
052800     MOVE ZERO TO WS-IND-ARQUIVO-ACHADO.
052900     PERFORM 1510-PROCURA-ARQUIVO THRU 1510-EXIT
053000         VARYING WS-IND-ARQUIVO FROM 1 BY 1
053100         UNTIL WS-IND-ARQUIVO > WS-QTD-ARQUIVOS
053200            OR WS-IND-ARQUIVO-ACHADO > ZERO.
053300     IF WS-IND-ARQUIVO-ACHADO > ZERO
053400         GO TO 1500-EXIT.
053500 1500-CARTAO-INVALIDO.
053600     DISPLAY 'BKPIDX -- CARTAO DE PARAMETRO INVALIDO ('
053700         WS-PARM-CARTAO(1:22) ') -- INFORMAR D + PERIODO AAAAT '
053800         '(DESCARGA) OU R + PERIODO AAAAT + DATA AAAAMMDD DO '
053900         'CONJUNTO + ARQUIVO OU BRANCOS (RECARGA) -- EXECUCAO '
054000         'INTERROMPIDA'.
054100     STOP RUN.
054200 1500-EXIT.
054300     EXIT.
054400*****************************************************************
054500*    1510-PROCURA-ARQUIVO                                       *
054600*    COMPARA O ARQUIVO DO CARTAO COM UMA POSICAO DA TABELA      *
054700*****************************************************************
054800 1510-PROCURA-ARQUIVO.
054900     IF WS-TAB-ARQUIVO (WS-IND-ARQUIVO) = WS-PARM-ARQUIVO
055000         MOVE WS-IND-ARQUIVO TO WS-IND-ARQUIVO-ACHADO
055100     END-IF.
055200 1510-EXIT.
055300     EXIT.
055400*****************************************************************
055500*    2000-DESCARGA                                              *
055600*    DESCARREGA OS ARQUIVOS INDEXADOS, UM A UM, NA ORDEM DA     *
055700*    TABELA DE ARQUIVOS                                         *
055800*****************************************************************
055900 2000-DESCARGA.
056000     PERFORM 2100-DESCARREGA-ARQUIVO THRU 2100-EXIT
056100         VARYING WS-IND-ARQUIVO FROM 1 BY 1
056200         UNTIL WS-IND-ARQUIVO > WS-QTD-ARQUIVOS.
056300 2000-EXIT.
056400     EXIT.
056500*****************************************************************
056600*    2100-DESCARREGA-ARQUIVO                                    *
056700*    COPIA O ARQUIVO INDEXADO PARA O SEU BACKUP ENTRE O         *
056800*    CABECALHO E O TRAILER -- ARQUIVO QUE AINDA NAO EXISTE      *
056900*    (STATUS 35) SAI COM O BACKUP VAZIO, PARA QUE O CONJUNTO    *
057000*    FIQUE COMPLETO; OUTRA FALHA DE ABERTURA E' LISTADA E O     *
057100*    ARQUIVO FICA FORA DO CONJUNTO                              *
057200*****************************************************************
057300 2100-DESCARREGA-ARQUIVO.
057400     MOVE ZERO TO WS-QTD-CONFERIDA.
057500     MOVE ZERO TO WS-HASH-CONFERIDO.
057600     MOVE ZERO TO WS-QTD-CONTROLE.
057700     MOVE ZERO TO WS-HASH-CONTROLE.
057800     MOVE 'N' TO WS-FIM-INDEXADO-SW.
057810     MOVE 'N' TO WS-INDEXADO-ABERTO-SW.
057900     PERFORM 7100-ABRE-INDEXADO-ENTRADA THRU 7100-EXIT.
057910     IF WS-STATUS-INDEXADO = '00'
057920         MOVE 'S' TO WS-INDEXADO-ABERTO-SW
057930     END-IF.
058000     IF WS-STATUS-INDEXADO NOT = '00'
058100         AND WS-STATUS-INDEXADO NOT = '35'
058200         MOVE SPACES TO WS-SITUACAO-ARQUIVO
058300         STRING 'NAO DESCARREGADO -- STATUS '
058400                WS-STATUS-INDEXADO
058500             DELIMITED BY SIZE INTO WS-SITUACAO-ARQUIVO
058600         ADD 1 TO WS-CONTADOR-RECUSADOS
058700         PERFORM 5000-IMPRIME-LINHA-ARQUIVO THRU 5000-EXIT
058800         GO TO 2100-EXIT.
058900     IF WS-STATUS-INDEXADO = '35'
059000         MOVE 'S' TO WS-FIM-INDEXADO-SW
059100         MOVE 'DESCARREGADO -- ARQUIVO AUSENTE'
059200             TO WS-SITUACAO-ARQUIVO
059300     ELSE
059400         MOVE 'DESCARREGADO' TO WS-SITUACAO-ARQUIVO
059500     END-IF.
059600     PERFORM 7200-ABRE-BACKUP-SAIDA THRU 7200-EXIT.
059700     IF WS-STATUS-BACKUP NOT = '00'
059800         DISPLAY 'BKPIDX -- BACKUP '
059900             WS-TAB-BACKUP (WS-IND-ARQUIVO)
060000             ' NAO PODE SER ABERTO (STATUS ' WS-STATUS-BACKUP
060100             ') -- CONJUNTO INCOMPLETO -- EXECUCAO INTERROMPIDA'
060200         CLOSE RELAT-BACKUP
060300         STOP RUN.
060400     MOVE SPACES TO WS-REGISTRO-BACKUP.
060500     MOVE 'H'                             TO WS-BKP-TIPO.
060600     MOVE WS-TAB-ARQUIVO (WS-IND-ARQUIVO) TO WS-BKP-CAB-ARQUIVO.
060700     MOVE WS-PERIODO-CONJUNTO             TO WS-BKP-CAB-PERIODO.
060800     MOVE WS-DATA-CONJUNTO                TO WS-BKP-CAB-DATA.
060900     MOVE WS-HORA-CONJUNTO                TO WS-BKP-CAB-HORA.
061000     MOVE WS-TAB-TAMANHO (WS-IND-ARQUIVO) TO WS-BKP-CAB-TAMANHO.
061100     PERFORM 7230-GRAVA-BACKUP THRU 7230-EXIT.
061200     PERFORM 7120-LE-INDEXADO THRU 7120-EXIT.
061300     PERFORM 2200-COPIA-REGISTRO THRU 2200-EXIT
061400         UNTIL FIM-INDEXADO.
061500     MOVE SPACES TO WS-REGISTRO-BACKUP.
061600     MOVE 'T'                             TO WS-BKP-TIPO.
061700     MOVE WS-TAB-ARQUIVO (WS-IND-ARQUIVO) TO WS-BKP-TRL-ARQUIVO.
061800     MOVE WS-QTD-CONFERIDA                TO WS-BKP-TRL-QTD.
061900     MOVE WS-HASH-CONFERIDO               TO WS-BKP-TRL-HASH.
062000     PERFORM 7230-GRAVA-BACKUP THRU 7230-EXIT.
062100     MOVE WS-QTD-CONFERIDA  TO WS-QTD-CONTROLE.
062200     MOVE WS-HASH-CONFERIDO TO WS-HASH-CONTROLE.
062300     PERFORM 7240-FECHA-BACKUP THRU 7240-EXIT.
062400     IF INDEXADO-ABERTO
062500         PERFORM 7140-FECHA-INDEXADO THRU 7140-EXIT
062600     END-IF.
062700     ADD 1 TO WS-CONTADOR-PROCESSADOS.
062800     PERFORM 5000-IMPRIME-LINHA-ARQUIVO THRU 5000-EXIT.
062900 2100-EXIT.
063000     EXIT.
063100*****************************************************************
063200*    2200-COPIA-REGISTRO                                        *
063300*    GRAVA O REGISTRO INDEXADO LIDO COMO DETALHE DO BACKUP,     *
063400*    ACUMULA A QUANTIDADE E O HASH E LE O PROXIMO               *
063500*****************************************************************
063600 2200-COPIA-REGISTRO.
063700     MOVE 'D' TO WS-BKP-TIPO.
063800     PERFORM 7900-ACUMULA-HASH THRU 7900-EXIT.
063900     PERFORM 7230-GRAVA-BACKUP THRU 7230-EXIT.
064000     MOVE SPACES TO WS-REGISTRO-BACKUP.
064100     PERFORM 7120-LE-INDEXADO THRU 7120-EXIT.
064200 2200-EXIT.
064300     EXIT.
064400*****************************************************************
064500*    3000-RECARGA                                               *
064600*    RECARREGA OS ARQUIVOS INDEXADOS DO CONJUNTO PEDIDO -- TODOS*
064700*    OU SO' O DO CARTAO                                         *
064800*****************************************************************
064900 3000-RECARGA.
065000     PERFORM 3100-RECARREGA-ARQUIVO THRU 3100-EXIT
065100         VARYING WS-IND-ARQUIVO FROM 1 BY 1
065200         UNTIL WS-IND-ARQUIVO > WS-QTD-ARQUIVOS.
065300 3000-EXIT.
065400     EXIT.
065500*****************************************************************
065600*    3100-RECARREGA-ARQUIVO                                     *
065700*    CONFERE O BACKUP DO ARQUIVO CONTRA O PROPRIO TRAILER E SO' *
065800*    ENTAO RECRIA O ARQUIVO INDEXADO A PARTIR DELE -- BACKUP    *
065900*    RECUSADO NAO TOCA NO ARQUIVO INDEXADO                      *
066000*****************************************************************
066100 3100-RECARREGA-ARQUIVO.
066200     IF WS-PARM-ARQUIVO NOT = SPACES
066300         AND WS-PARM-ARQUIVO
066400                NOT = WS-TAB-ARQUIVO (WS-IND-ARQUIVO)
066500         GO TO 3100-EXIT.
066600     MOVE ZERO TO WS-QTD-CONFERIDA.
066700     MOVE ZERO TO WS-HASH-CONFERIDO.
066800     MOVE ZERO TO WS-QTD-CONTROLE.
066900     MOVE ZERO TO WS-HASH-CONTROLE.
067000     MOVE 'N' TO WS-ARQUIVO-RECUSADO-SW.
067100     PERFORM 3200-CONFERE-BACKUP THRU 3200-EXIT.
067200     IF ARQUIVO-RECUSADO
067300         ADD 1 TO WS-CONTADOR-RECUSADOS
067400         PERFORM 5000-IMPRIME-LINHA-ARQUIVO THRU 5000-EXIT
067500         GO TO 3100-EXIT.
067600     PERFORM 3300-CARREGA-INDEXADO THRU 3300-EXIT.
067700     IF ARQUIVO-RECUSADO
067800         ADD 1 TO WS-CONTADOR-RECUSADOS
067900     ELSE
068000         ADD 1 TO WS-CONTADOR-PROCESSADOS
068100     END-IF.
068200     PERFORM 5000-IMPRIME-LINHA-ARQUIVO THRU 5000-EXIT.
068300 3100-EXIT.
068400     EXIT.
068500*****************************************************************
068600*    3200-CONFERE-BACKUP                                        *
068700*    LE O BACKUP POR INTEIRO -- O CABECALHO TEM QUE SER DO      *
068800*    ARQUIVO E DO CONJUNTO PEDIDOS, E A QUANTIDADE E O HASH     *
068900*    RECALCULADOS TEM QUE BATER COM O TRAILER                   *
069000*****************************************************************
069100 3200-CONFERE-BACKUP.
069200     PERFORM 7210-ABRE-BACKUP-ENTRADA THRU 7210-EXIT.
069300     IF WS-STATUS-BACKUP NOT = '00'
069400         MOVE SPACES TO WS-SITUACAO-ARQUIVO
069500         STRING 'RECUSADO -- BACKUP AUSENTE (STATUS '
069600                WS-STATUS-BACKUP ')'
069700             DELIMITED BY SIZE INTO WS-SITUACAO-ARQUIVO
069800         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
069900         GO TO 3200-EXIT.
070000     MOVE 'N' TO WS-FIM-BACKUP-SW.
070100     MOVE 'N' TO WS-TRAILER-LIDO-SW.
070200     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
070300     IF FIM-BACKUP OR NOT BKP-CABECALHO
070400         MOVE 'RECUSADO -- BACKUP SEM CABECALHO'
070500             TO WS-SITUACAO-ARQUIVO
070600         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
070700         GO TO 3200-FECHA.
070800     IF WS-BKP-CAB-ARQUIVO NOT = WS-TAB-ARQUIVO (WS-IND-ARQUIVO)
070900         OR WS-BKP-CAB-PERIODO NOT = WS-PERIODO-CONJUNTO
071000         OR WS-BKP-CAB-DATA NOT = WS-DATA-CONJUNTO
071100         OR WS-BKP-CAB-TAMANHO
071200                NOT = WS-TAB-TAMANHO (WS-IND-ARQUIVO)
071300         MOVE 'RECUSADO -- CABECALHO NAO CONFERE'
071400             TO WS-SITUACAO-ARQUIVO
071500         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
071600         GO TO 3200-FECHA.
071700     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
071800     PERFORM 3210-CONFERE-REGISTRO THRU 3210-EXIT
071900         UNTIL FIM-BACKUP OR TRAILER-LIDO.
072000     IF NOT TRAILER-LIDO
072100         MOVE 'RECUSADO -- BACKUP SEM TRAILER'
072200             TO WS-SITUACAO-ARQUIVO
072300         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
072400         GO TO 3200-FECHA.
072500     MOVE WS-BKP-TRL-QTD  TO WS-QTD-CONTROLE.
072600     MOVE WS-BKP-TRL-HASH TO WS-HASH-CONTROLE.
072700     IF WS-QTD-CONFERIDA NOT = WS-QTD-CONTROLE
072800         OR WS-HASH-CONFERIDO NOT = WS-HASH-CONTROLE
072900         MOVE 'RECUSADO -- TRAILER NAO CONFERE'
073000             TO WS-SITUACAO-ARQUIVO
073100         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
073200     END-IF.
073300 3200-FECHA.
073400     PERFORM 7240-FECHA-BACKUP THRU 7240-EXIT.
073500 3200-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    3210-CONFERE-REGISTRO                                      *
073900*    ACUMULA A QUANTIDADE E O HASH DE UM DETALHE DO BACKUP E    *
074000*    LE O PROXIMO -- O TRAILER ENCERRA A CONFERENCIA            *
074100*****************************************************************
074200 3210-CONFERE-REGISTRO.
074300     IF BKP-TRAILER
074400         MOVE 'S' TO WS-TRAILER-LIDO-SW
074500         GO TO 3210-EXIT.
074600     IF BKP-DETALHE
074700         PERFORM 7900-ACUMULA-HASH THRU 7900-EXIT
074800     END-IF.
074900     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
075000 3210-EXIT.
075100     EXIT.
075200*****************************************************************
075300*    3300-CARREGA-INDEXADO                                      *
075400*    RECRIA O ARQUIVO INDEXADO (OPEN OUTPUT) E GRAVA NELE OS    *
075500*    DETALHES DO BACKUP JA CONFERIDO, RECALCULANDO A QUANTIDADE *
075600*    E O HASH DO QUE FOI EFETIVAMENTE GRAVADO                   *
075700*****************************************************************
075800 3300-CARREGA-INDEXADO.
075900     MOVE ZERO TO WS-QTD-CONFERIDA.
076000     MOVE ZERO TO WS-HASH-CONFERIDO.
076100     MOVE ZERO TO WS-QTD-ERROS-GRAVACAO.
076200     PERFORM 7210-ABRE-BACKUP-ENTRADA THRU 7210-EXIT.
076300     PERFORM 7110-ABRE-INDEXADO-SAIDA THRU 7110-EXIT.
076400     IF WS-STATUS-INDEXADO NOT = '00'
076500         MOVE SPACES TO WS-SITUACAO-ARQUIVO
076600         STRING 'RECUSADO -- INDEXADO COM STATUS '
076700                WS-STATUS-INDEXADO
076800             DELIMITED BY SIZE INTO WS-SITUACAO-ARQUIVO
076900         MOVE 'S' TO WS-ARQUIVO-RECUSADO-SW
077000         PERFORM 7240-FECHA-BACKUP THRU 7240-EXIT
077100         GO TO 3300-EXIT.
077200     MOVE 'N' TO WS-FIM-BACKUP-SW.
077300     MOVE 'N' TO WS-TRAILER-LIDO-SW.
077400     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
077500     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
077600     PERFORM 3310-CARREGA-REGISTRO THRU 3310-EXIT
077700         UNTIL FIM-BACKUP OR TRAILER-LIDO.
077800     PERFORM 7140-FECHA-INDEXADO THRU 7140-EXIT.
077900     PERFORM 7240-FECHA-BACKUP THRU 7240-EXIT.
078000     IF WS-QTD-ERROS-GRAVACAO = ZERO
078100         MOVE 'RECARREGADO' TO WS-SITUACAO-ARQUIVO
078200     ELSE
078300         MOVE 'RECARREGADO COM ERROS DE GRAVACAO'
078400             TO WS-SITUACAO-ARQUIVO
078500         DISPLAY 'BKPIDX -- ' WS-TAB-ARQUIVO (WS-IND-ARQUIVO)
078600             ': ' WS-QTD-ERROS-GRAVACAO ' REGISTRO(S) NAO '
078700             'GRAVADO(S) -- CHAVE DUPLICADA OU FORA DE ORDEM'
078800     END-IF.
078900 3300-EXIT.
079000     EXIT.
079100*****************************************************************
079200*    3310-CARREGA-REGISTRO                                      *
079300*    GRAVA UM DETALHE DO BACKUP NO ARQUIVO INDEXADO -- CHAVE    *
079400*    DUPLICADA OU FORA DE ORDEM E' CONTADA COMO ERRO            *
079500*****************************************************************
079600 3310-CARREGA-REGISTRO.
079700     IF BKP-TRAILER
079800         MOVE 'S' TO WS-TRAILER-LIDO-SW
079900         GO TO 3310-EXIT.
080000     IF BKP-DETALHE
080100         PERFORM 7130-GRAVA-INDEXADO THRU 7130-EXIT
080200         IF ERRO-GRAVACAO
080300             ADD 1 TO WS-QTD-ERROS-GRAVACAO
080400         ELSE
080500             PERFORM 7900-ACUMULA-HASH THRU 7900-EXIT
080600         END-IF
080700     END-IF.
080800     PERFORM 7220-LE-BACKUP THRU 7220-EXIT.
080900 3310-EXIT.
081000     EXIT.
081100*****************************************************************
081200*    4000-IMPRIME-RODAPE                                        *
081300*    IMPRIME O RODAPE COM A QUANTIDADE DE ARQUIVOS PROCESSADOS  *
081400*    E RECUSADOS, E RESUME NO CONSOLE                           *
081500*****************************************************************
081600 4000-IMPRIME-RODAPE.
081700     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
081800         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
081900     END-IF.
082000     IF FUNCAO-DESCARGA
082100         MOVE 'ARQUIVOS DESCARREGADOS' TO WS-ROD-BKP-ROTULO
082200     ELSE
082300         MOVE 'ARQUIVOS RECARREGADOS' TO WS-ROD-BKP-ROTULO
082400     END-IF.
082500     MOVE WS-CONTADOR-PROCESSADOS TO WS-ROD-BKP-PROCESSADOS.
082600     MOVE WS-CONTADOR-RECUSADOS   TO WS-ROD-BKP-RECUSADOS.
082700     WRITE LINHA-BACKUP FROM WS-LINHA-BRANCO
082800         AFTER ADVANCING 1 LINE.
082900     WRITE LINHA-BACKUP FROM WS-LINHA-RODAPE-BACKUP
083000         AFTER ADVANCING 1 LINE.
083100     ADD 2 TO WS-LINHAS-NA-PAGINA.
083200     DISPLAY 'BKPIDX -- FUNCAO ' WS-PARM-FUNCAO ' CONJUNTO '
083300         WS-PERIODO-CONJUNTO '/' WS-DATA-CONJUNTO ': '
083400         WS-CONTADOR-PROCESSADOS ' ARQUIVO(S) PROCESSADO(S), '
083500         WS-CONTADOR-RECUSADOS ' RECUSADO(S)'.
083600     IF WS-CONTADOR-RECUSADOS > ZERO
083700         DISPLAY 'BKPIDX -- HA ARQUIVO(S) RECUSADO(S) -- VER A '
083800             'SITUACAO NA LISTAGEM RELBKP'
083900     END-IF.
084000 4000-EXIT.
084100     EXIT.
084200*****************************************************************
084300*    5000-IMPRIME-LINHA-ARQUIVO                                 *
084400*    IMPRIME OS TOTAIS DE CONTROLE E A SITUACAO DO ARQUIVO      *
084500*****************************************************************
084600 5000-IMPRIME-LINHA-ARQUIVO.
084700     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
084800         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
084900     END-IF.
085000     MOVE WS-TAB-ARQUIVO (WS-IND-ARQUIVO) TO WS-BKP-DET-ARQUIVO.
085100     MOVE WS-TAB-BACKUP (WS-IND-ARQUIVO)  TO WS-BKP-DET-BACKUP.
085200     MOVE WS-QTD-CONTROLE    TO WS-BKP-DET-QTD-CONTROLE.
085300     MOVE WS-HASH-CONTROLE   TO WS-BKP-DET-HASH-CONTROLE.
085400     MOVE WS-QTD-CONFERIDA   TO WS-BKP-DET-QTD-CONFERIDA.
085500     MOVE WS-HASH-CONFERIDO  TO WS-BKP-DET-HASH-CONFERIDO.
085600     MOVE WS-SITUACAO-ARQUIVO TO WS-BKP-DET-SITUACAO.
085700     WRITE LINHA-BACKUP FROM WS-BKP-LINHA-ARQUIVO
085800         AFTER ADVANCING 1 LINE.
085900     ADD 1 TO WS-LINHAS-NA-PAGINA.
086000 5000-EXIT.
086100     EXIT.
086200*****************************************************************
086300*    7100-ABRE-INDEXADO-ENTRADA                                 *
086400*    ABRE EM INPUT O ARQUIVO INDEXADO DA POSICAO WS-IND-ARQUIVO *
086500*****************************************************************
086600 7100-ABRE-INDEXADO-ENTRADA.
086700     IF WS-IND-ARQUIVO = 1
086800         OPEN INPUT VENDEDOR-MASTER
086900         GO TO 7100-EXIT.
087000     IF WS-IND-ARQUIVO = 2
087100         OPEN INPUT REGIAO-MASTER
087200         GO TO 7100-EXIT.
087300     IF WS-IND-ARQUIVO = 3
087400         OPEN INPUT REGIAO-VIGENCIA
087500         GO TO 7100-EXIT.
087600     IF WS-IND-ARQUIVO = 4
087700         OPEN INPUT COTA-MASTER
087800         GO TO 7100-EXIT.
087900     IF WS-IND-ARQUIVO = 5
088000         OPEN INPUT VENDAS-HISTORICO
088100         GO TO 7100-EXIT.
088200     IF WS-IND-ARQUIVO = 6
088300         OPEN INPUT PERIODO-CONTROLE
088400         GO TO 7100-EXIT.
088500     IF WS-IND-ARQUIVO = 7
088600         OPEN INPUT FOLHA-LEDGER
088700         GO TO 7100-EXIT.
088800     IF WS-IND-ARQUIVO = 8
088900         OPEN INPUT ARQUIVO-RUNLOG
089000         GO TO 7100-EXIT.
089100     OPEN INPUT ARQUIVO-JOURNAL.
089200 7100-EXIT.
089300     EXIT.
089400*****************************************************************
089500*    7110-ABRE-INDEXADO-SAIDA                                   *
089600*    ABRE EM OUTPUT (RECRIA VAZIO) O ARQUIVO INDEXADO DA        *
089700*    POSICAO WS-IND-ARQUIVO                                     *
089800*****************************************************************
089900 7110-ABRE-INDEXADO-SAIDA.
090000     IF WS-IND-ARQUIVO = 1
090100         OPEN OUTPUT VENDEDOR-MASTER
090200         GO TO 7110-EXIT.
090300     IF WS-IND-ARQUIVO = 2
090400         OPEN OUTPUT REGIAO-MASTER
090500         GO TO 7110-EXIT.
090600     IF WS-IND-ARQUIVO = 3
090700         OPEN OUTPUT REGIAO-VIGENCIA
090800         GO TO 7110-EXIT.
090900     IF WS-IND-ARQUIVO = 4
091000         OPEN OUTPUT COTA-MASTER
091100         GO TO 7110-EXIT.
091200     IF WS-IND-ARQUIVO = 5
091300         OPEN OUTPUT VENDAS-HISTORICO
091400         GO TO 7110-EXIT.
091500     IF WS-IND-ARQUIVO = 6
091600         OPEN OUTPUT PERIODO-CONTROLE
091700         GO TO 7110-EXIT.
091800     IF WS-IND-ARQUIVO = 7
091900         OPEN OUTPUT FOLHA-LEDGER
092000         GO TO 7110-EXIT.
092100     IF WS-IND-ARQUIVO = 8
092200         OPEN OUTPUT ARQUIVO-RUNLOG
092300         GO TO 7110-EXIT.
092400     OPEN OUTPUT ARQUIVO-JOURNAL.
092500 7110-EXIT.
092600     EXIT.
092700*****************************************************************
092800*    7120-LE-INDEXADO                                           *
092900*    LE O PROXIMO REGISTRO DO ARQUIVO INDEXADO DA POSICAO       *
093000*    WS-IND-ARQUIVO, EM ORDEM DE CHAVE, PARA WS-BKP-DADOS       *
093100*****************************************************************
093200 7120-LE-INDEXADO.
093300     IF WS-IND-ARQUIVO = 1
093400         READ VENDEDOR-MASTER INTO WS-BKP-DADOS
093500             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
093600         END-READ
093700         GO TO 7120-EXIT.
093800     IF WS-IND-ARQUIVO = 2
093900         READ REGIAO-MASTER INTO WS-BKP-DADOS
094000             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
094100         END-READ
094200         GO TO 7120-EXIT.
094300     IF WS-IND-ARQUIVO = 3
094400         READ REGIAO-VIGENCIA INTO WS-BKP-DADOS
094500             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
094600         END-READ
094700         GO TO 7120-EXIT.
094800     IF WS-IND-ARQUIVO = 4
094900         READ COTA-MASTER INTO WS-BKP-DADOS
095000             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
095100         END-READ
095200         GO TO 7120-EXIT.
095300     IF WS-IND-ARQUIVO = 5
095400         READ VENDAS-HISTORICO INTO WS-BKP-DADOS
095500             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
095600         END-READ
095700         GO TO 7120-EXIT.
095800     IF WS-IND-ARQUIVO = 6
095900         READ PERIODO-CONTROLE INTO WS-BKP-DADOS
096000             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
096100         END-READ
096200         GO TO 7120-EXIT.
096300     IF WS-IND-ARQUIVO = 7
096400         READ FOLHA-LEDGER INTO WS-BKP-DADOS
096500             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
096600         END-READ
096700         GO TO 7120-EXIT.
096800     IF WS-IND-ARQUIVO = 8
096900         READ ARQUIVO-RUNLOG INTO WS-BKP-DADOS
097000             AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
097100         END-READ
097200         GO TO 7120-EXIT.
097300     READ ARQUIVO-JOURNAL INTO WS-BKP-DADOS
097400         AT END MOVE 'S' TO WS-FIM-INDEXADO-SW
097500     END-READ.
097600 7120-EXIT.
097700     EXIT.
097800*****************************************************************
097900*    7130-GRAVA-INDEXADO                                        *
098000*    GRAVA WS-BKP-DADOS NO ARQUIVO INDEXADO DA POSICAO          *
098100*    WS-IND-ARQUIVO -- CHAVE INVALIDA LIGA ERRO-GRAVACAO        *
098200*****************************************************************
098300 7130-GRAVA-INDEXADO.
098400     MOVE 'N' TO WS-ERRO-GRAVACAO-SW.
098500     IF WS-IND-ARQUIVO = 1
098600         WRITE REGISTRO-VENDEDOR-MASTER FROM WS-BKP-DADOS
098700             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
098800         END-WRITE
098900         GO TO 7130-EXIT.
099000     IF WS-IND-ARQUIVO = 2
099100         WRITE REGISTRO-REGIAO-MASTER FROM WS-BKP-DADOS
099200             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
099300         END-WRITE
099400         GO TO 7130-EXIT.
099500     IF WS-IND-ARQUIVO = 3
099600         WRITE REGISTRO-REGIAO-VIGENCIA FROM WS-BKP-DADOS
099700             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
099800         END-WRITE
099900         GO TO 7130-EXIT.
100000     IF WS-IND-ARQUIVO = 4
100100         WRITE REGISTRO-COTA-MASTER FROM WS-BKP-DADOS
100200             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
100300         END-WRITE
100400         GO TO 7130-EXIT.
100500     IF WS-IND-ARQUIVO = 5
100600         WRITE REGISTRO-HISTORICO FROM WS-BKP-DADOS
100700             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
100800         END-WRITE
100900         GO TO 7130-EXIT.
101000     IF WS-IND-ARQUIVO = 6
101100         WRITE REGISTRO-PERIODO-CONTROLE FROM WS-BKP-DADOS
101200             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
101300         END-WRITE
101400         GO TO 7130-EXIT.
101500     IF WS-IND-ARQUIVO = 7
101600         WRITE REGISTRO-FOLHA-LEDGER FROM WS-BKP-DADOS
101700             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
101800         END-WRITE
101900         GO TO 7130-EXIT.
102000     IF WS-IND-ARQUIVO = 8
102100         WRITE REGISTRO-RUNLOG FROM WS-BKP-DADOS
102200             INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
102300         END-WRITE
102400         GO TO 7130-EXIT.
102500     WRITE REGISTRO-JOURNAL FROM WS-BKP-DADOS
102600         INVALID KEY MOVE 'S' TO WS-ERRO-GRAVACAO-SW
102700     END-WRITE.
102800 7130-EXIT.
102900     EXIT.
103000*****************************************************************
103100*    7140-FECHA-INDEXADO                                        *
103200*    FECHA O ARQUIVO INDEXADO DA POSICAO WS-IND-ARQUIVO         *
103300*****************************************************************
103400 7140-FECHA-INDEXADO.
103500     IF WS-IND-ARQUIVO = 1
103600         CLOSE VENDEDOR-MASTER
103700         GO TO 7140-EXIT.
103800     IF WS-IND-ARQUIVO = 2
103900         CLOSE REGIAO-MASTER
104000         GO TO 7140-EXIT.
104100     IF WS-IND-ARQUIVO = 3
104200         CLOSE REGIAO-VIGENCIA
104300         GO TO 7140-EXIT.
104400     IF WS-IND-ARQUIVO = 4
104500         CLOSE COTA-MASTER
104600         GO TO 7140-EXIT.
104700     IF WS-IND-ARQUIVO = 5
104800         CLOSE VENDAS-HISTORICO
104900         GO TO 7140-EXIT.
105000     IF WS-IND-ARQUIVO = 6
105100         CLOSE PERIODO-CONTROLE
105200         GO TO 7140-EXIT.
105300     IF WS-IND-ARQUIVO = 7
105400         CLOSE FOLHA-LEDGER
105500         GO TO 7140-EXIT.
105600     IF WS-IND-ARQUIVO = 8
105700         CLOSE ARQUIVO-RUNLOG
105800         GO TO 7140-EXIT.
105900     CLOSE ARQUIVO-JOURNAL.
106000 7140-EXIT.
106100     EXIT.
106200*****************************************************************
106300*    7200-ABRE-BACKUP-SAIDA                                     *
106400*    ABRE EM OUTPUT O BACKUP DA POSICAO WS-IND-ARQUIVO          *
106500*****************************************************************
106600 7200-ABRE-BACKUP-SAIDA.
106700     IF WS-IND-ARQUIVO = 1
106800         OPEN OUTPUT BACKUP-VENDMAST
106900         GO TO 7200-EXIT.
107000     IF WS-IND-ARQUIVO = 2
107100         OPEN OUTPUT BACKUP-REGMAST
107200         GO TO 7200-EXIT.
107300     IF WS-IND-ARQUIVO = 3
107400         OPEN OUTPUT BACKUP-REGVIGEN
107500         GO TO 7200-EXIT.
107600     IF WS-IND-ARQUIVO = 4
107700         OPEN OUTPUT BACKUP-COTAMAST
107800         GO TO 7200-EXIT.
107900     IF WS-IND-ARQUIVO = 5
108000         OPEN OUTPUT BACKUP-VENDHIST
108100         GO TO 7200-EXIT.
108200     IF WS-IND-ARQUIVO = 6
108300         OPEN OUTPUT BACKUP-PERCTL
108400         GO TO 7200-EXIT.
108500     IF WS-IND-ARQUIVO = 7
108600         OPEN OUTPUT BACKUP-FOLHALED
108700         GO TO 7200-EXIT.
108800     IF WS-IND-ARQUIVO = 8
108900         OPEN OUTPUT BACKUP-RUNLOG
109000         GO TO 7200-EXIT.
109100     OPEN OUTPUT BACKUP-JORNMNT.
109200 7200-EXIT.
109300     EXIT.
109400*****************************************************************
109500*    7210-ABRE-BACKUP-ENTRADA                                   *
109600*    ABRE EM INPUT O BACKUP DA POSICAO WS-IND-ARQUIVO           *
109700*****************************************************************
109800 7210-ABRE-BACKUP-ENTRADA.
109900     IF WS-IND-ARQUIVO = 1
110000         OPEN INPUT BACKUP-VENDMAST
110100         GO TO 7210-EXIT.
110200     IF WS-IND-ARQUIVO = 2
110300         OPEN INPUT BACKUP-REGMAST
110400         GO TO 7210-EXIT.
110500     IF WS-IND-ARQUIVO = 3
110600         OPEN INPUT BACKUP-REGVIGEN
110700         GO TO 7210-EXIT.
110800     IF WS-IND-ARQUIVO = 4
110900         OPEN INPUT BACKUP-COTAMAST
111000         GO TO 7210-EXIT.
111100     IF WS-IND-ARQUIVO = 5
111200         OPEN INPUT BACKUP-VENDHIST
111300         GO TO 7210-EXIT.
111400     IF WS-IND-ARQUIVO = 6
111500         OPEN INPUT BACKUP-PERCTL
111600         GO TO 7210-EXIT.
111700     IF WS-IND-ARQUIVO = 7
111800         OPEN INPUT BACKUP-FOLHALED
111900         GO TO 7210-EXIT.
112000     IF WS-IND-ARQUIVO = 8
112100         OPEN INPUT BACKUP-RUNLOG
112200         GO TO 7210-EXIT.
112300     OPEN INPUT BACKUP-JORNMNT.
112400 7210-EXIT.
112500     EXIT.
112600*****************************************************************
112700*    7220-LE-BACKUP                                             *
112800*    LE O PROXIMO REGISTRO DO BACKUP DA POSICAO WS-IND-ARQUIVO  *
112900*    PARA WS-REGISTRO-BACKUP                                    *
113000*****************************************************************
113100 7220-LE-BACKUP.
113200     IF FIM-BACKUP
113300         GO TO 7220-EXIT.
113400     IF WS-IND-ARQUIVO = 1
113500         READ BACKUP-VENDMAST INTO WS-REGISTRO-BACKUP
113600             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
113700         END-READ
113800         GO TO 7220-EXIT.
113900     IF WS-IND-ARQUIVO = 2
114000         READ BACKUP-REGMAST INTO WS-REGISTRO-BACKUP
114100             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
114200         END-READ
114300         GO TO 7220-EXIT.
114400     IF WS-IND-ARQUIVO = 3
114500         READ BACKUP-REGVIGEN INTO WS-REGISTRO-BACKUP
114600             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
114700         END-READ
114800         GO TO 7220-EXIT.
114900     IF WS-IND-ARQUIVO = 4
115000         READ BACKUP-COTAMAST INTO WS-REGISTRO-BACKUP
115100             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
115200         END-READ
115300         GO TO 7220-EXIT.
115400     IF WS-IND-ARQUIVO = 5
115500         READ BACKUP-VENDHIST INTO WS-REGISTRO-BACKUP
115600             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
115700         END-READ
115800         GO TO 7220-EXIT.
115900     IF WS-IND-ARQUIVO = 6
116000         READ BACKUP-PERCTL INTO WS-REGISTRO-BACKUP
116100             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
116200         END-READ
116300         GO TO 7220-EXIT.
116400     IF WS-IND-ARQUIVO = 7
116500         READ BACKUP-FOLHALED INTO WS-REGISTRO-BACKUP
116600             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
116700         END-READ
116800         GO TO 7220-EXIT.
116900     IF WS-IND-ARQUIVO = 8
117000         READ BACKUP-RUNLOG INTO WS-REGISTRO-BACKUP
117100             AT END MOVE 'S' TO WS-FIM-BACKUP-SW
117200         END-READ
117300         GO TO 7220-EXIT.
117400     READ BACKUP-JORNMNT INTO WS-REGISTRO-BACKUP
117500         AT END MOVE 'S' TO WS-FIM-BACKUP-SW
117600     END-READ.
117700 7220-EXIT.
117800     EXIT.
117900*****************************************************************
118000*    7230-GRAVA-BACKUP                                          *
118100*    GRAVA WS-REGISTRO-BACKUP NO BACKUP DA POSICAO              *
118200*    WS-IND-ARQUIVO                                             *
118300*****************************************************************
118400 7230-GRAVA-BACKUP.
118500     IF WS-IND-ARQUIVO = 1
118600         WRITE REG-BACKUP-VENDMAST FROM WS-REGISTRO-BACKUP
118700         GO TO 7230-EXIT.
118800     IF WS-IND-ARQUIVO = 2
118900         WRITE REG-BACKUP-REGMAST FROM WS-REGISTRO-BACKUP
119000         GO TO 7230-EXIT.
119100     IF WS-IND-ARQUIVO = 3
119200         WRITE REG-BACKUP-REGVIGEN FROM WS-REGISTRO-BACKUP
119300         GO TO 7230-EXIT.
119400     IF WS-IND-ARQUIVO = 4
119500         WRITE REG-BACKUP-COTAMAST FROM WS-REGISTRO-BACKUP
119600         GO TO 7230-EXIT.
119700     IF WS-IND-ARQUIVO = 5
119800         WRITE REG-BACKUP-VENDHIST FROM WS-REGISTRO-BACKUP
119900         GO TO 7230-EXIT.
120000     IF WS-IND-ARQUIVO = 6
120100         WRITE REG-BACKUP-PERCTL FROM WS-REGISTRO-BACKUP
120200         GO TO 7230-EXIT.
120300     IF WS-IND-ARQUIVO = 7
120400         WRITE REG-BACKUP-FOLHALED FROM WS-REGISTRO-BACKUP
120500         GO TO 7230-EXIT.
120600     IF WS-IND-ARQUIVO = 8
120700         WRITE REG-BACKUP-RUNLOG FROM WS-REGISTRO-BACKUP
120800         GO TO 7230-EXIT.
120900     WRITE REG-BACKUP-JORNMNT FROM WS-REGISTRO-BACKUP.
121000 7230-EXIT.
121100     EXIT.
121200*****************************************************************
121300*    7240-FECHA-BACKUP                                          *
121400*    FECHA O BACKUP DA POSICAO WS-IND-ARQUIVO                   *
121500*****************************************************************
121600 7240-FECHA-BACKUP.
121700     IF WS-IND-ARQUIVO = 1
121800         CLOSE BACKUP-VENDMAST
121900         GO TO 7240-EXIT.
122000     IF WS-IND-ARQUIVO = 2
122100         CLOSE BACKUP-REGMAST
122200         GO TO 7240-EXIT.
122300     IF WS-IND-ARQUIVO = 3
122400         CLOSE BACKUP-REGVIGEN
122500         GO TO 7240-EXIT.
122600     IF WS-IND-ARQUIVO = 4
122700         CLOSE BACKUP-COTAMAST
122800         GO TO 7240-EXIT.
122900     IF WS-IND-ARQUIVO = 5
123000         CLOSE BACKUP-VENDHIST
123100         GO TO 7240-EXIT.
123200     IF WS-IND-ARQUIVO = 6
123300         CLOSE BACKUP-PERCTL
123400         GO TO 7240-EXIT.
123500     IF WS-IND-ARQUIVO = 7
123600         CLOSE BACKUP-FOLHALED
123700         GO TO 7240-EXIT.
123800     IF WS-IND-ARQUIVO = 8
123900         CLOSE BACKUP-RUNLOG
124000         GO TO 7240-EXIT.
124100     CLOSE BACKUP-JORNMNT.
124200 7240-EXIT.
124300     EXIT.
124400*****************************************************************
124500*    7900-ACUMULA-HASH                                          *
124600*    SOMA UM REGISTRO A QUANTIDADE E AO HASH CONFERIDOS -- O    *
124700*    HASH SOMA CADA BYTE DE WS-BKP-DADOS, ATE O TAMANHO DO      *
124800*    REGISTRO DO ARQUIVO, MULTIPLICADO PELA POSICAO DELE        *
124900*****************************************************************
125000 7900-ACUMULA-HASH.
125100     ADD 1 TO WS-QTD-CONFERIDA.
125200     PERFORM 7910-SOMA-BYTE THRU 7910-EXIT
125300         VARYING WS-IND-BYTE FROM 1 BY 1
125400         UNTIL WS-IND-BYTE > WS-TAB-TAMANHO (WS-IND-ARQUIVO).
125500 7900-EXIT.
125600     EXIT.
125700*****************************************************************
125800*    7910-SOMA-BYTE                                             *
125900*    SOMA AO HASH O VALOR DE UM BYTE VEZES A POSICAO DELE       *
126000*****************************************************************
126100 7910-SOMA-BYTE.
126200     MOVE LOW-VALUE                  TO WS-BYTE-ALTO.
126300     MOVE WS-BKP-BYTE (WS-IND-BYTE)  TO WS-BYTE-BAIXO.
126400     COMPUTE WS-HASH-CONFERIDO = WS-HASH-CONFERIDO
126500         + WS-BYTE-BINARIO * WS-IND-BYTE.
126600 7910-EXIT.
126700     EXIT.
126800*****************************************************************
126900*    8000-FINALIZACAO                                           *
127000*    FECHA A LISTAGEM AO TERMINO DO PROCESSAMENTO -- OS         *
127100*    ARQUIVOS INDEXADOS E OS BACKUPS SAO FECHADOS UM A UM       *
127200*****************************************************************
127300 8000-FINALIZACAO.
127400     CLOSE RELAT-BACKUP.
127500 8000-EXIT.
127600     EXIT.
