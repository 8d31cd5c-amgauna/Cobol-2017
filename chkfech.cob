000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHKFECH.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. NAO HA CONSIDERACOES DE SEGURANCA PARA CHKFECH.
000800*****************************************************************
000900*                                                               *
001000*    UM RESUMO DO PROGRAMA CHKFECH --                           *
001100*                                                               *
001200*    CHKFECH E' O CHECKLIST DE FECHAMENTO DE UM PERIODO. LE O   *
001300*    MESMO CARTAO DE PARAMETRO AAAAT DO QUARTER E CONFERE, NUMA *
001400*    SO' PAGINA, CADA ETAPA DO CICLO DO TRIMESTRE:              *
001500*                                                               *
001600*    1. A CONVERSAO DO EXTRATO (CRMCONV) NO LOG DE EXECUCOES,   *
001700*       COMPLETA ('C') OU DEIXADA INICIADA ('I');               *
001800*    2. A APURACAO DO FECHAMENTO (QUARTER) NO MESMO LOG -- AS   *
001900*       PROJECOES (FLASH) NAO CONTAM;                           *
002000*    3. A SITUACAO DO PERIODO NO CONTROLE DE PERIODOS E         *
002100*       QUANTAS VEZES ELE FOI REABERTO;                         *
002200*    4. OS SUSPENSOS DO ARQUIVO-SUSPENSO AINDA SEM CARTAO DE    *
002300*       CORRECAO (O MESMO CASAMENTO POR SEQUENCIA DO VENDCORR); *
002400*    5. OS PAGAMENTOS DO PERIODO NO LIVRO-RAZAO DA FOLHA;       *
002500*    6. A QUANTIDADE DE VENDEDORES DO PERIODO NO                *
002550*       VENDAS-HISTORICO CONTRA A DO ARQUIVO-COMISSAO;          *
002600*    7. AS LINHAS DO EXTRATO SUSPENSAS PELO CRMCONV AINDA SEM   *
002650*       CARTAO DE CORRECAO NO REENVIO DELAS PELO VENDCORR.      *
002700*                                                               *
002800*    CADA ETAPA SAI COMO CONCLUIDO, PENDENTE OU INCONSISTENTE,  *
002900*    COM UMA OBSERVACAO, E O RODAPE TRAZ A CONCLUSAO E O        *
003000*    ESPACO PARA O VISTO DO SUPERVISOR -- ATE AQUI A SITUACAO   *
003100*    DO PERIODO ERA MONTADA A MAO A PARTIR DE SEIS LISTAGENS.   *
003200*    O PROGRAMA SO' CONSULTA -- NENHUM ARQUIVO E' ALTERADO.     *
003300*                                                               *
003400*****************************************************************
003500*                                                               *
003600*    HISTORICO DE ALTERACOES --                                 *
003700*                                                               *
003800*    02/09/2026  RMS  PROGRAMA ORIGINAL -- CHECKLIST DE         *
003900*                     FECHAMENTO DO PERIODO.                    *
003925*    11/09/2026  RMS  INCLUIDA A ETAPA 7 -- AS LINHAS DO        *
003950*                     EXTRATO SUSPENSAS PELO CRMCONV (SUSPCRM)  *
003975*                     SEM CARTAO NA CORRECAO DELAS (CORRCRM).   *
004000*                                                               *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ARQUIVO-RUNLOG ASSIGN TO RUNLOG
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS RL-CHAVE-RUNLOG
005400         FILE STATUS IS WS-STATUS-RUNLOG.
005500     SELECT PERIODO-CONTROLE ASSIGN TO PERCTL
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PC-CHAVE-PERIODO
005900         FILE STATUS IS WS-STATUS-PERIODO-CTL.
006000     SELECT ARQUIVO-SUSPENSO ASSIGN TO SUSPREJ
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-STATUS-SUSPENSO.
006300     SELECT ARQUIVO-CORRECAO ASSIGN TO CORRECAO
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-STATUS-CORRECAO.
006514     SELECT ARQUIVO-SUSPENSO-CRM ASSIGN TO SUSPCRM
006528         ORGANIZATION IS SEQUENTIAL
006542         FILE STATUS IS WS-STATUS-SUSPENSO-CRM.
006556     SELECT ARQUIVO-CORRECAO-CRM ASSIGN TO CORRCRM
006570         ORGANIZATION IS SEQUENTIAL
006584         FILE STATUS IS WS-STATUS-CORRECAO-CRM.
006600     SELECT FOLHA-LEDGER ASSIGN TO FOLHALED
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS FL-CHAVE-LEDGER
007000         FILE STATUS IS WS-STATUS-LEDGER.
007100     SELECT VENDAS-HISTORICO ASSIGN TO VENDHIST
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS VH-CHAVE-HISTORICO
007500         FILE STATUS IS WS-STATUS-HISTORICO.
007600     SELECT ARQUIVO-COMISSAO ASSIGN TO ARQCOM
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-STATUS-COMISSAO.
007900     SELECT RELAT-CHECKLIST ASSIGN TO RELFECH
008000         ORGANIZATION IS SEQUENTIAL.
008100 DATA DIVISION.
008200 FILE SECTION.
008300*****************************************************************
008400*    ARQUIVO-RUNLOG -- ENTRADA, O LOG DE EXECUCOES GRAVADO      *
008500*    PELO CRMCONV E PELO QUARTER                                *
008600*****************************************************************
008700 FD  ARQUIVO-RUNLOG
008800     LABEL RECORDS ARE STANDARD.
008900     COPY RUNLOG.
009000*****************************************************************
009100*    PERIODO-CONTROLE -- ENTRADA, SITUACAO E EVENTOS DE         *
009200*    FECHAMENTO/REABERTURA DO PERIODO                           *
009300*****************************************************************
009400 FD  PERIODO-CONTROLE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY PERIODCT.
009700*****************************************************************
009800*    ARQUIVO-SUSPENSO -- ENTRADA, OS REJEITOS DA ULTIMA         *
009900*    CRITICA, COM SEQUENCIA, ORIGEM, IMAGEM E MOTIVO            *
010000*****************************************************************
010100 FD  ARQUIVO-SUSPENSO
010200     LABEL RECORDS ARE STANDARD
010300     RECORD CONTAINS 120 CHARACTERS.
010400     COPY SUSPREG.
010500*****************************************************************
010600*    ARQUIVO-CORRECAO -- ENTRADA, OS CARTOES DE CORRECAO        *
010700*    DIGITADOS PARA O VENDCORR -- SO' A SEQUENCIA INTERESSA     *
010800*****************************************************************
010900 FD  ARQUIVO-CORRECAO
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  REGISTRO-CORRECAO.
011300     05  CR-SEQUENCIA                 PIC 9(04).
011400     05  FILLER                       PIC X(76).
011500*****************************************************************
011504*    ARQUIVO-SUSPENSO-CRM -- ENTRADA, AS LINHAS DO EXTRATO      *
011508*    REJEITADAS PELO CRMCONV, NO MESMO LAYOUT DO SUSPENSO --    *
011512*    SO' A SEQUENCIA INTERESSA                                  *
011516*****************************************************************
011520 FD  ARQUIVO-SUSPENSO-CRM
011524     LABEL RECORDS ARE STANDARD
011528     RECORD CONTAINS 120 CHARACTERS.
011532 01  REGISTRO-SUSPENSO-CRM.
011536     05  SC-SEQUENCIA                 PIC 9(04).
011540     05  FILLER                       PIC X(116).
011544*****************************************************************
011548*    ARQUIVO-CORRECAO-CRM -- ENTRADA, OS CARTOES DE CORRECAO    *
011552*    DIGITADOS PARA O REENVIO DOS SUSPENSOS DO CRMCONV PELO     *
011556*    VENDCORR -- SO' A SEQUENCIA INTERESSA                      *
011560*****************************************************************
011564 FD  ARQUIVO-CORRECAO-CRM
011568     LABEL RECORDS ARE STANDARD
011572     RECORD CONTAINS 80 CHARACTERS.
011576 01  REGISTRO-CORRECAO-CRM.
011580     05  CC-SEQUENCIA                 PIC 9(04).
011584     05  FILLER                       PIC X(76).
011588*****************************************************************
011600*    FOLHA-LEDGER -- ENTRADA, O LIVRO-RAZAO DE COMISSOES        *
011700*    ENVIADAS A FOLHA DE PAGAMENTO                              *
011800*****************************************************************
011900 FD  FOLHA-LEDGER
012000     LABEL RECORDS ARE STANDARD.
012100     COPY FOLHALED.
012200*****************************************************************
012300*    VENDAS-HISTORICO -- ENTRADA, O HISTORICO POR VENDEDOR E    *
012400*    PERIODO GRAVADO PELO QUARTER NO FECHAMENTO                 *
012500*****************************************************************
012600 FD  VENDAS-HISTORICO
012700     LABEL RECORDS ARE STANDARD.
012800     COPY VENDHIST.
012900*****************************************************************
013000*    ARQUIVO-COMISSAO -- ENTRADA, A COMISSAO DE CADA VENDEDOR   *
013100*    GRAVADA PELO QUARTER NO ULTIMO FECHAMENTO                  *
013200*****************************************************************
013300 FD  ARQUIVO-COMISSAO
013400     LABEL RECORDS ARE STANDARD.
013500     COPY COMISREG.
013600*****************************************************************
013700*    RELAT-CHECKLIST -- SAIDA, O CHECKLIST DE FECHAMENTO DO     *
013800*    PERIODO, PARA O VISTO DO SUPERVISOR                        *
013900*****************************************************************
014000 FD  RELAT-CHECKLIST
014100     LABEL RECORDS ARE STANDARD
014200     RECORD CONTAINS 132 CHARACTERS.
014300 01  LINHA-CHECKLIST                  PIC X(132).
014400 WORKING-STORAGE SECTION.
014500*****************************************************************
014600*    CHAVES E CONTADORES DE CONTROLE                            *
014700*****************************************************************
014800 77  WS-STATUS-RUNLOG                 PIC X(02) VALUE SPACES.
014900 77  WS-STATUS-PERIODO-CTL            PIC X(02) VALUE SPACES.
015000 77  WS-STATUS-SUSPENSO               PIC X(02) VALUE SPACES.
015100 77  WS-STATUS-CORRECAO               PIC X(02) VALUE SPACES.
015133 77  WS-STATUS-SUSPENSO-CRM           PIC X(02) VALUE SPACES.
015166 77  WS-STATUS-CORRECAO-CRM           PIC X(02) VALUE SPACES.
015200 77  WS-STATUS-LEDGER                 PIC X(02) VALUE SPACES.
015300 77  WS-STATUS-HISTORICO              PIC X(02) VALUE SPACES.
015400 77  WS-STATUS-COMISSAO               PIC X(02) VALUE SPACES.
015500 77  WS-RUNLOG-DISPONIVEL-SW          PIC X(01) VALUE 'N'.
015600     88  RUNLOG-DISPONIVEL                      VALUE 'S'.
015700 77  WS-FIM-RUNLOG                    PIC X(01) VALUE 'N'.
015800     88  FIM-RUNLOG                             VALUE 'S'.
015900 77  WS-FIM-CONTROLE                  PIC X(01) VALUE 'N'.
016000     88  FIM-EVENTOS-PERIODO                    VALUE 'S'.
016100 77  WS-FIM-SUSPENSO                  PIC X(01) VALUE 'N'.
016200     88  FIM-ARQUIVO-SUSPENSO                   VALUE 'S'.
016300 77  WS-FIM-CORRECAO                  PIC X(01) VALUE 'N'.
016400     88  FIM-ARQUIVO-CORRECAO                   VALUE 'S'.
016420 77  WS-FIM-SUSPENSO-CRM              PIC X(01) VALUE 'N'.
016440     88  FIM-ARQUIVO-SUSPENSO-CRM               VALUE 'S'.
016460 77  WS-FIM-CORRECAO-CRM              PIC X(01) VALUE 'N'.
016480     88  FIM-ARQUIVO-CORRECAO-CRM               VALUE 'S'.
016500 77  WS-FIM-LEDGER                    PIC X(01) VALUE 'N'.
016600     88  FIM-LEDGER-PERIODO                     VALUE 'S'.
016700 77  WS-FIM-HISTORICO                 PIC X(01) VALUE 'N'.
016800     88  FIM-HISTORICO                          VALUE 'S'.
016900 77  WS-FIM-COMISSAO                  PIC X(01) VALUE 'N'.
017000     88  FIM-ARQUIVO-COMISSAO                   VALUE 'S'.
017100 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
017200 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
017300 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 50.
017400*****************************************************************
017500*    PERIODO DO CHECKLIST, RECEBIDO DO OPERADOR VIA CARTAO DE   *
017600*    PARAMETRO (SYSIN) NO FORMATO AAAAT -- OBRIGATORIO          *
017700*****************************************************************
017800 77  WS-PARM-PERIODO                  PIC X(05) VALUE SPACES.
017900 77  WS-PARM-ANO                      PIC 9(04) VALUE ZERO.
018000 77  WS-PARM-TRIMESTRE                PIC 9(01) VALUE ZERO.
018100 77  WS-PARM-PERIODO-VALIDO-SW        PIC X(01) VALUE 'N'.
018200     88  WS-PARM-PERIODO-VALIDO              VALUE 'S'.
018300 77  WS-ANO-ATUAL                     PIC 9(04) VALUE ZERO.
018400 77  WS-TRIMESTRE-ATUAL               PIC 9(01) VALUE ZERO.
018500*****************************************************************
018600*    RESULTADO DA ETAPA EM CONFERENCIA -- MONTADO POR CADA      *
018700*    PARAGRAFO 2NNN E IMPRESSO EM 3000-IMPRIME-ETAPA            *
018800*****************************************************************
018900 77  WS-NUMERO-ETAPA                  PIC 9(02) VALUE ZERO.
019000 77  WS-DESCRICAO-ETAPA               PIC X(36) VALUE SPACES.
019100 77  WS-SITUACAO-ETAPA                PIC X(13) VALUE SPACES.
019200     88  ETAPA-CONCLUIDA                   VALUE 'CONCLUIDO'.
019300     88  ETAPA-PENDENTE                    VALUE 'PENDENTE'.
019400     88  ETAPA-INCONSISTENTE               VALUE 'INCONSISTENTE'.
019500 77  WS-OBSERVACAO-ETAPA              PIC X(73) VALUE SPACES.
019600 77  WS-CONTADOR-CONCLUIDAS           PIC 9(02) COMP VALUE ZERO.
019700 77  WS-CONTADOR-PENDENTES            PIC 9(02) COMP VALUE ZERO.
019800 77  WS-CONTADOR-INCONSISTENTES       PIC 9(02) COMP VALUE ZERO.
019900*    SITUACAO DA APURACAO (ETAPA 2) E DO PERIODO (ETAPA 3),
020000*    CONFERIDAS DE NOVO NAS ETAPAS SEGUINTES
020100 77  WS-SITUACAO-APURACAO             PIC X(13) VALUE SPACES.
020200 77  WS-PERIODO-FECHADO-SW            PIC X(01) VALUE 'N'.
020300     88  PERIODO-FECHADO                        VALUE 'S'.
020400*****************************************************************
020500*    PESQUISA NO LOG DE EXECUCOES -- A ULTIMA EXECUCAO DE       *
020600*    FECHAMENTO DO PROGRAMA NO PERIODO E' A QUE VALE            *
020700*****************************************************************
020800 77  WS-PROGRAMA-PESQUISA             PIC X(08) VALUE SPACES.
020900 77  WS-EXECUCAO-ACHADA-SW            PIC X(01) VALUE 'N'.
021000     88  EXECUCAO-ACHADA                        VALUE 'S'.
021100 77  WS-QTD-EXECUCOES                 PIC 9(04) COMP VALUE ZERO.
021200 01  WS-ULTIMA-EXECUCAO.
021300     05  WS-ULT-SEQUENCIA             PIC 9(04) VALUE ZERO.
021400     05  WS-ULT-SITUACAO              PIC X(01) VALUE SPACES.
021500         88  WS-ULT-COMPLETA                    VALUE 'C'.
021600     05  WS-ULT-DATA-INICIO           PIC 9(08) VALUE ZERO.
021700     05  WS-ULT-DATA-FIM              PIC 9(08) VALUE ZERO.
021800     05  WS-ULT-ACEITOS               PIC 9(06) VALUE ZERO.
021900     05  WS-ULT-REJEITADOS            PIC 9(06) VALUE ZERO.
022000*****************************************************************
022100*    CONTADORES DAS DEMAIS ETAPAS                               *
022200*****************************************************************
022300 77  WS-SITUACAO-ENCONTRADA-SW        PIC X(01) VALUE 'N'.
022400     88  SITUACAO-ENCONTRADA                    VALUE 'S'.
022500 77  WS-CONTADOR-REABERTURAS          PIC 9(04) COMP VALUE ZERO.
022600 77  WS-CONTADOR-SUSPENSOS            PIC 9(06) COMP-3 VALUE ZERO.
022700 77  WS-CONTADOR-SEM-CORRECAO         PIC 9(06) COMP-3 VALUE ZERO.
022733 77  WS-CONTADOR-SUSPENSOS-CRM        PIC 9(06) COMP-3 VALUE ZERO.
022766 77  WS-CONTADOR-SEM-CORRECAO-CRM     PIC 9(06) COMP-3 VALUE ZERO.
022800 77  WS-CONTADOR-PAGAMENTOS           PIC 9(06) COMP-3 VALUE ZERO.
022900 77  WS-TOTAL-PAGO-PERIODO            PIC S9(9)V99 COMP-3
023000                                              VALUE ZERO.
023100 77  WS-HISTORICO-DISPONIVEL-SW       PIC X(01) VALUE 'N'.
023200     88  HISTORICO-DISPONIVEL                   VALUE 'S'.
023300 77  WS-COMISSAO-DISPONIVEL-SW        PIC X(01) VALUE 'N'.
023400     88  COMISSAO-DISPONIVEL                    VALUE 'S'.
023500 77  WS-CONTADOR-HISTORICO            PIC 9(06) COMP-3 VALUE ZERO.
023600 77  WS-CONTADOR-COMISSAO             PIC 9(06) COMP-3 VALUE ZERO.
023700*****************************************************************
023800*    MARCAS DAS SEQUENCIAS JA CORRIGIDAS -- INDEXADA PELA       *
023900*    PROPRIA SEQUENCIA DO SUSPENSO, COMO A TABELA DE            *
024000*    MATRICULAS DO QUARTER                                      *
024100*****************************************************************
024200 01  WS-TABELA-CORRIGIDOS             VALUE SPACES.
024300     05  WS-SEQUENCIA-CORRIGIDA       PIC X(01)
024400                                          OCCURS 9999 TIMES.
024500*****************************************************************
024600*    CAMPOS EDITADOS PARA A MONTAGEM DAS OBSERVACOES            *
024700*****************************************************************
024800 77  WS-ED-QTD-1                      PIC ZZZ.ZZ9.
024900 77  WS-ED-QTD-2                      PIC ZZZ.ZZ9.
025000 77  WS-ED-VEZES                      PIC ZZZ9.
025100 77  WS-ED-VALOR                      PIC -ZZZ.ZZZ.ZZ9,99.
025200 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
025300*****************************************************************
025400*    RELAT-CHECKLIST -- LINHAS DE CABECALHO, DETALHE E RODAPE   *
025500*****************************************************************
025600 01  WS-CHK-CABECALHO-1.
025700     05  FILLER                       PIC X(030) VALUE SPACES.
025800     05  FILLER                       PIC X(045) VALUE
025900         'CHECKLIST DE FECHAMENTO DO PERIODO'.
026000     05  FILLER                       PIC X(008) VALUE
026100         'PERIODO'.
026200     05  WS-CHK-C1-ANO                PIC 9(04).
026300     05  FILLER                       PIC X(001) VALUE 'T'.
026400     05  WS-CHK-C1-TRIMESTRE          PIC 9(01).
026500     05  FILLER                       PIC X(006) VALUE SPACES.
026600     05  FILLER                       PIC X(007) VALUE
026700         'PAGINA'.
026800     05  WS-CHK-C1-PAGINA             PIC ZZ9.
026900     05  FILLER                       PIC X(027) VALUE SPACES.
027000 01  WS-CHK-CABECALHO-2.
027100     05  FILLER                       PIC X(002) VALUE SPACES.
027200     05  FILLER                       PIC X(004) VALUE 'NR'.
027300     05  FILLER                       PIC X(038) VALUE 'ETAPA'.
027400     05  FILLER                       PIC X(015) VALUE
027500         'SITUACAO'.
027600     05  FILLER                       PIC X(073) VALUE
027700         'OBSERVACAO'.
027800 01  WS-CHK-LINHA-DETALHE.
027900     05  FILLER                       PIC X(002) VALUE SPACES.
028000     05  WS-CHK-NUMERO                PIC Z9.
028100     05  FILLER                       PIC X(002) VALUE SPACES.
028200     05  WS-CHK-ETAPA                 PIC X(36).
028300     05  FILLER                       PIC X(002) VALUE SPACES.
028400     05  WS-CHK-SITUACAO              PIC X(13).
028500     05  FILLER                       PIC X(002) VALUE SPACES.
028600     05  WS-CHK-OBSERVACAO            PIC X(73).
028700 01  WS-LINHA-RODAPE-CHK-1.
028800     05  FILLER                       PIC X(002) VALUE SPACES.
028900     05  FILLER                       PIC X(019) VALUE
029000         'ETAPAS CONCLUIDAS'.
029100     05  WS-ROD-CONCLUIDAS            PIC ZZ9.
029200     05  FILLER                       PIC X(003) VALUE SPACES.
029300     05  FILLER                       PIC X(011) VALUE
029400         'PENDENTES'.
029500     05  WS-ROD-PENDENTES             PIC ZZ9.
029600     05  FILLER                       PIC X(003) VALUE SPACES.
029700     05  FILLER                       PIC X(016) VALUE
029800         'INCONSISTENTES'.
029900     05  WS-ROD-INCONSISTENTES        PIC ZZ9.
030000     05  FILLER                       PIC X(069) VALUE SPACES.
030100 01  WS-LINHA-RODAPE-CHK-2.
030200     05  FILLER                       PIC X(002) VALUE SPACES.
030300     05  FILLER                       PIC X(012) VALUE
030400         'CONCLUSAO:'.
030500     05  WS-ROD-CONCLUSAO             PIC X(060).
030600     05  FILLER                       PIC X(058) VALUE SPACES.
030700 01  WS-LINHA-VISTO.
030800     05  FILLER                       PIC X(002) VALUE SPACES.
030900     05  FILLER                       PIC X(052) VALUE
031000         'VISTO DO SUPERVISOR: ______________________________'.
031100     05  FILLER                       PIC X(025) VALUE
031200         'DATA: ____/____/________'.
031300     05  FILLER                       PIC X(053) VALUE SPACES.
031400 PROCEDURE DIVISION.
031500*****************************************************************
031600*    0000-MAINLINE-CONTROLE                                     *
031700*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
031800*****************************************************************
031900 0000-MAINLINE-CONTROLE.
032000     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
032100     PERFORM 2000-VERIFICA-CONVERSAO THRU 2000-EXIT.
032200     PERFORM 2100-VERIFICA-APURACAO THRU 2100-EXIT.
032300     PERFORM 2200-VERIFICA-CONTROLE-PERIODO THRU 2200-EXIT.
032400     PERFORM 2300-VERIFICA-SUSPENSOS THRU 2300-EXIT.
032500     PERFORM 2400-VERIFICA-LEDGER THRU 2400-EXIT.
032600     PERFORM 2500-VERIFICA-HISTORICO THRU 2500-EXIT.
032650     PERFORM 2600-VERIFICA-SUSPENSOS-CRM THRU 2600-EXIT.
032700     PERFORM 4000-IMPRIME-RODAPE THRU 4000-EXIT.
032800     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
032900     STOP RUN.
033000*****************************************************************
033100*    1000-INICIALIZACAO                                         *
033200*    LE O CARTAO DE PERIODO, ABRE A LISTAGEM E O LOG DE         *
033300*    EXECUCOES E IMPRIME O CABECALHO -- OS DEMAIS ARQUIVOS SAO  *
033400*    ABERTOS NA PROPRIA ETAPA, E A FALTA DE UM DELES SO' DEIXA  *
033500*    A ETAPA PENDENTE                                           *
033600*****************************************************************
033700 1000-INICIALIZACAO.
033800     PERFORM 1600-DETERMINA-PERIODO-ATUAL THRU 1600-EXIT.
033900     OPEN OUTPUT RELAT-CHECKLIST.
034000     MOVE 'N' TO WS-RUNLOG-DISPONIVEL-SW.
034100     OPEN INPUT ARQUIVO-RUNLOG.
034200     IF WS-STATUS-RUNLOG = '00'
034300         MOVE 'S' TO WS-RUNLOG-DISPONIVEL-SW
034400     ELSE
034500         DISPLAY 'CHKFECH -- LOG DE EXECUCOES INDISPONIVEL '
034600             '(STATUS ' WS-STATUS-RUNLOG ') -- AS ETAPAS DO '
034700             'CRMCONV E DO QUARTER FICAM PENDENTES'
034800     END-IF.
034900     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
035000 1000-EXIT.
035100     EXIT.
035200*****************************************************************
035300*    1100-IMPRIME-CABECALHO                                     *
035400*    IMPRIME AS DUAS LINHAS DE CABECALHO E REINICIA O CONTADOR  *
035500*    DE LINHAS DA PAGINA                                        *
035600*****************************************************************
035700 1100-IMPRIME-CABECALHO.
035800     ADD 1 TO WS-PAGINA-ATUAL.
035900     MOVE WS-PAGINA-ATUAL    TO WS-CHK-C1-PAGINA.
036000     MOVE WS-ANO-ATUAL       TO WS-CHK-C1-ANO.
036100     MOVE WS-TRIMESTRE-ATUAL TO WS-CHK-C1-TRIMESTRE.
036200     WRITE LINHA-CHECKLIST FROM WS-CHK-CABECALHO-1
036300         AFTER ADVANCING PAGE.
036400     WRITE LINHA-CHECKLIST FROM WS-LINHA-BRANCO
036500         AFTER ADVANCING 1 LINE.
036600     WRITE LINHA-CHECKLIST FROM WS-CHK-CABECALHO-2
036700         AFTER ADVANCING 1 LINE.
036800     WRITE LINHA-CHECKLIST FROM WS-LINHA-BRANCO
036900         AFTER ADVANCING 1 LINE.
037000     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
037100 1100-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    1600-DETERMINA-PERIODO-ATUAL                               *
037500*    LE O CARTAO DE PARAMETRO AAAAT -- SEM UM PERIODO VALIDO    *
037600*    NAO HA O QUE CONFERIR E A EXECUCAO E' INTERROMPIDA         *
037700*****************************************************************
037800 1600-DETERMINA-PERIODO-ATUAL.
037900     MOVE 'N' TO WS-PARM-PERIODO-VALIDO-SW.
038000     ACCEPT WS-PARM-PERIODO FROM SYSIN.
038100     IF WS-PARM-PERIODO(1:4) IS NUMERIC
038200         AND WS-PARM-PERIODO(5:1) IS NUMERIC
038300         MOVE WS-PARM-PERIODO(1:4) TO WS-PARM-ANO
038400         MOVE WS-PARM-PERIODO(5:1) TO WS-PARM-TRIMESTRE
038500         IF WS-PARM-TRIMESTRE >= 1 AND WS-PARM-TRIMESTRE <= 4
038600             MOVE 'S' TO WS-PARM-PERIODO-VALIDO-SW
038700         END-IF
038800     END-IF.
038900     IF WS-PARM-PERIODO-VALIDO
039000         MOVE WS-PARM-ANO       TO WS-ANO-ATUAL
039100         MOVE WS-PARM-TRIMESTRE TO WS-TRIMESTRE-ATUAL
039200     ELSE
039300         DISPLAY 'CHKFECH -- CARTAO DE PARAMETRO DE PERIODO '
039400             'AUSENTE OU INVALIDO (' WS-PARM-PERIODO ') -- '
039500             'INFORMAR AAAAT -- EXECUCAO INTERROMPIDA'
039600         STOP RUN
039700     END-IF.
039800 1600-EXIT.
039900     EXIT.
040000*****************************************************************
040100*    2000-VERIFICA-CONVERSAO                                    *
040200*    ETAPA 1 -- A ULTIMA EXECUCAO DO CRMCONV NO PERIODO         *
040300*****************************************************************
040400 2000-VERIFICA-CONVERSAO.
040500     MOVE 'CRMCONV ' TO WS-PROGRAMA-PESQUISA.
040600     PERFORM 2050-PESQUISA-RUNLOG THRU 2050-EXIT.
040700     PERFORM 2070-AVALIA-EXECUCAO THRU 2070-EXIT.
040800     MOVE 1 TO WS-NUMERO-ETAPA.
040900     MOVE 'CONVERSAO DO EXTRATO (CRMCONV)' TO WS-DESCRICAO-ETAPA.
041000     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
041100 2000-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    2050-PESQUISA-RUNLOG                                       *
041500*    POSICIONA O LOG NO PROGRAMA/PERIODO PESQUISADO E PERCORRE  *
041600*    TODAS AS SUAS EXECUCOES, GUARDANDO A ULTIMA                *
041700*****************************************************************
041800 2050-PESQUISA-RUNLOG.
041900     MOVE 'N'  TO WS-EXECUCAO-ACHADA-SW.
042000     MOVE 'N'  TO WS-FIM-RUNLOG.
042100     MOVE ZERO TO WS-QTD-EXECUCOES.
042200     IF NOT RUNLOG-DISPONIVEL
042300         GO TO 2050-EXIT.
042400     MOVE WS-PROGRAMA-PESQUISA TO RL-PROGRAMA.
042500     MOVE WS-PARM-PERIODO      TO RL-PERIODO.
042600     MOVE ZERO                 TO RL-SEQUENCIA.
042700     START ARQUIVO-RUNLOG KEY NOT < RL-CHAVE-RUNLOG
042800         INVALID KEY
042900             MOVE 'S' TO WS-FIM-RUNLOG
043000     END-START.
043100     PERFORM 7000-LER-RUNLOG THRU 7000-EXIT.
043200     PERFORM 2060-GUARDA-EXECUCAO THRU 2060-EXIT
043300         UNTIL FIM-RUNLOG.
043400 2050-EXIT.
043500     EXIT.
043600*****************************************************************
043700*    2060-GUARDA-EXECUCAO                                       *
043800*    GUARDA A EXECUCAO LIDA COMO A ULTIMA DO PERIODO -- UMA     *
043900*    PROJECAO (FLASH) DO QUARTER NAO E' FECHAMENTO E E'         *
044000*    IGNORADA                                                   *
044100*****************************************************************
044200 2060-GUARDA-EXECUCAO.
044300     IF NOT RL-MODO-PROJECAO
044400         ADD 1 TO WS-QTD-EXECUCOES
044500         MOVE 'S'                     TO WS-EXECUCAO-ACHADA-SW
044600         MOVE RL-SEQUENCIA            TO WS-ULT-SEQUENCIA
044700         MOVE RL-SITUACAO             TO WS-ULT-SITUACAO
044800         MOVE RL-DATA-INICIO          TO WS-ULT-DATA-INICIO
044900         MOVE RL-DATA-FIM             TO WS-ULT-DATA-FIM
045000         MOVE RL-REGISTROS-ACEITOS    TO WS-ULT-ACEITOS
045100         MOVE RL-REGISTROS-REJEITADOS TO WS-ULT-REJEITADOS
045200     END-IF.
045300     PERFORM 7000-LER-RUNLOG THRU 7000-EXIT.
045400 2060-EXIT.
045500     EXIT.
045600*****************************************************************
045700*    2070-AVALIA-EXECUCAO                                       *
045800*    CLASSIFICA A ETAPA PELA ULTIMA EXECUCAO ENCONTRADA --      *
045900*    NENHUMA E' PENDENTE, 'C' E' CONCLUIDO E UMA EXECUCAO       *
046000*    DEIXADA EM 'I' (INTERROMPIDA SEM REINICIO COMPLETO) E'     *
046100*    INCONSISTENTE                                              *
046200*****************************************************************
046300 2070-AVALIA-EXECUCAO.
046400     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
046500     IF NOT RUNLOG-DISPONIVEL
046600         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
046700         MOVE 'LOG DE EXECUCOES INDISPONIVEL'
046800             TO WS-OBSERVACAO-ETAPA
046900         GO TO 2070-EXIT.
047000     IF NOT EXECUCAO-ACHADA
047100         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
047200         MOVE 'NENHUMA EXECUCAO DE FECHAMENTO REGISTRADA NO LOG'
047300             TO WS-OBSERVACAO-ETAPA
047400         GO TO 2070-EXIT.
047500     IF WS-ULT-COMPLETA
047600         MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
047700         MOVE WS-ULT-ACEITOS    TO WS-ED-QTD-1
047800         MOVE WS-ULT-REJEITADOS TO WS-ED-QTD-2
047900         STRING 'EXECUCAO ' WS-ULT-SEQUENCIA ' COMPLETA EM '
048000             WS-ULT-DATA-FIM ' --' WS-ED-QTD-1 ' ACEITOS,'
048100             WS-ED-QTD-2 ' REJEITADOS'
048200             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
048300     ELSE
048400         MOVE 'INCONSISTENTE' TO WS-SITUACAO-ETAPA
048500         STRING 'EXECUCAO ' WS-ULT-SEQUENCIA ' INICIADA EM '
048600             WS-ULT-DATA-INICIO ' E NAO COMPLETADA (SITUACAO I)'
048700             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
048800     END-IF.
048900 2070-EXIT.
049000     EXIT.
049100*****************************************************************
049200*    2100-VERIFICA-APURACAO                                     *
049300*    ETAPA 2 -- A ULTIMA EXECUCAO DE FECHAMENTO DO QUARTER NO   *
049400*    PERIODO                                                    *
049500*****************************************************************
049600 2100-VERIFICA-APURACAO.
049700     MOVE 'QUARTER ' TO WS-PROGRAMA-PESQUISA.
049800     PERFORM 2050-PESQUISA-RUNLOG THRU 2050-EXIT.
049900     PERFORM 2070-AVALIA-EXECUCAO THRU 2070-EXIT.
050000     MOVE WS-SITUACAO-ETAPA TO WS-SITUACAO-APURACAO.
050100     MOVE 2 TO WS-NUMERO-ETAPA.
050200     MOVE 'APURACAO DO FECHAMENTO (QUARTER)'
050300         TO WS-DESCRICAO-ETAPA.
050400     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
050500 2100-EXIT.
050600     EXIT.
050700*****************************************************************
050800*    2200-VERIFICA-CONTROLE-PERIODO                             *
050900*    ETAPA 3 -- A SITUACAO DO PERIODO NO CONTROLE DE PERIODOS   *
051000*    E A QUANTIDADE DE REABERTURAS -- UM PERIODO FECHADO SEM    *
051100*    APURACAO COMPLETA NO LOG E' INCONSISTENTE                  *
051200*****************************************************************
051300 2200-VERIFICA-CONTROLE-PERIODO.
051400     MOVE 3 TO WS-NUMERO-ETAPA.
051500     MOVE 'SITUACAO NO CONTROLE DE PERIODOS'
051600         TO WS-DESCRICAO-ETAPA.
051700     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
051800     MOVE 'N' TO WS-PERIODO-FECHADO-SW.
051900     OPEN INPUT PERIODO-CONTROLE.
052000     IF WS-STATUS-PERIODO-CTL NOT = '00'
052100         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
052200         MOVE 'CONTROLE DE PERIODOS INDISPONIVEL'
052300             TO WS-OBSERVACAO-ETAPA
052400         GO TO 2200-IMPRIME.
052500     PERFORM 2210-LE-SITUACAO THRU 2210-EXIT.
052600     PERFORM 2220-CONTA-REABERTURAS THRU 2220-EXIT.
052700     CLOSE PERIODO-CONTROLE.
052800     MOVE WS-CONTADOR-REABERTURAS TO WS-ED-VEZES.
052900     IF NOT SITUACAO-ENCONTRADA
053000         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
053100         MOVE 'PERIODO SEM REGISTRO NO CONTROLE (NUNCA FECHADO)'
053200             TO WS-OBSERVACAO-ETAPA
053300         GO TO 2200-IMPRIME.
053400     IF PERIODO-FECHADO
053500         IF WS-SITUACAO-APURACAO = 'CONCLUIDO'
053600             MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
053700             STRING 'PERIODO FECHADO -- REABERTO' WS-ED-VEZES
053800                 ' VEZ(ES)'
053900                 DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
054000         ELSE
054100             MOVE 'INCONSISTENTE' TO WS-SITUACAO-ETAPA
054200             STRING 'FECHADO SEM APURACAO COMPLETA NO LOG -- '
054300                 'REABERTO' WS-ED-VEZES ' VEZ(ES)'
054400                 DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
054500         END-IF
054600     ELSE
054700         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
054800         STRING 'PERIODO ABERTO -- REABERTO' WS-ED-VEZES
054900             ' VEZ(ES)'
055000             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
055100     END-IF.
055200 2200-IMPRIME.
055300     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
055400 2200-EXIT.
055500     EXIT.
055600*****************************************************************
055700*    2210-LE-SITUACAO                                           *
055800*    LE O REGISTRO DE SITUACAO (SEQUENCIA 0000) DO PERIODO      *
055900*****************************************************************
056000 2210-LE-SITUACAO.
056100     MOVE 'N' TO WS-SITUACAO-ENCONTRADA-SW.
056200     MOVE WS-ANO-ATUAL       TO PC-ANO-PERIODO.
056300     MOVE WS-TRIMESTRE-ATUAL TO PC-TRIMESTRE-PERIODO.
056400     MOVE ZERO               TO PC-SEQUENCIA.
056500     READ PERIODO-CONTROLE
056600         INVALID KEY
056700             CONTINUE
056800         NOT INVALID KEY
056900             MOVE 'S' TO WS-SITUACAO-ENCONTRADA-SW
057000             IF PC-PERIODO-FECHADO
057100                 MOVE 'S' TO WS-PERIODO-FECHADO-SW
057200             END-IF
057300     END-READ.
057400 2210-EXIT.
057500     EXIT.
057600*****************************************************************
057700*    2220-CONTA-REABERTURAS                                     *
057800*    PERCORRE OS EVENTOS DO PERIODO (SEQUENCIA 0001 EM DIANTE)  *
057900*    CONTANDO AS REABERTURAS                                    *
058000*****************************************************************
058100 2220-CONTA-REABERTURAS.
058200     MOVE ZERO TO WS-CONTADOR-REABERTURAS.
058300     IF NOT SITUACAO-ENCONTRADA
058400         GO TO 2220-EXIT.
058500     MOVE 'N' TO WS-FIM-CONTROLE.
058600     MOVE 1   TO PC-SEQUENCIA.
058700     START PERIODO-CONTROLE KEY NOT < PC-CHAVE-PERIODO
058800         INVALID KEY
058900             MOVE 'S' TO WS-FIM-CONTROLE
059000     END-START.
059100     PERFORM 7100-LER-EVENTO THRU 7100-EXIT.
059200     PERFORM 2230-CONTA-EVENTO THRU 2230-EXIT
059300         UNTIL FIM-EVENTOS-PERIODO.
059400 2220-EXIT.
059500     EXIT.
059600*****************************************************************
059700*    2230-CONTA-EVENTO                                          *
059800*    CONTA O EVENTO LIDO SE FOR UMA REABERTURA                  *
059900*****************************************************************
060000 2230-CONTA-EVENTO.
060100     IF PC-EVENTO-REABERTURA
060200         ADD 1 TO WS-CONTADOR-REABERTURAS
060300     END-IF.
060400     PERFORM 7100-LER-EVENTO THRU 7100-EXIT.
060500 2230-EXIT.
060600     EXIT.
060700*****************************************************************
060800*    2300-VERIFICA-SUSPENSOS                                    *
060900*    ETAPA 4 -- OS SUSPENSOS AINDA SEM CORRECAO. AS SEQUENCIAS  *
061000*    DOS CARTOES DE CORRECAO SAO MARCADAS NA TABELA E CADA      *
061100*    SUSPENSO SEM A MARCA DA SUA SEQUENCIA CONTA COMO PENDENTE, *
061200*    O MESMO CASAMENTO QUE O VENDCORR FAZ                       *
061300*****************************************************************
061400 2300-VERIFICA-SUSPENSOS.
061500     MOVE 4 TO WS-NUMERO-ETAPA.
061600     MOVE 'SUSPENSOS SEM CORRECAO' TO WS-DESCRICAO-ETAPA.
061700     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
061800     OPEN INPUT ARQUIVO-SUSPENSO.
061900     IF WS-STATUS-SUSPENSO NOT = '00'
062000         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
062100         MOVE 'ARQUIVO DE SUSPENSOS INDISPONIVEL'
062200             TO WS-OBSERVACAO-ETAPA
062300         GO TO 2300-IMPRIME.
062400*    SEM O ARQUIVO DE CORRECOES NENHUM SUSPENSO ESTA' CORRIGIDO
062500     OPEN INPUT ARQUIVO-CORRECAO.
062600     IF WS-STATUS-CORRECAO = '00'
062700         PERFORM 7200-LER-CORRECAO THRU 7200-EXIT
062800         PERFORM 2310-MARCA-CORRECAO THRU 2310-EXIT
062900             UNTIL FIM-ARQUIVO-CORRECAO
063000         CLOSE ARQUIVO-CORRECAO
063100     END-IF.
063200     PERFORM 7300-LER-SUSPENSO THRU 7300-EXIT.
063300     PERFORM 2320-AVALIA-SUSPENSO THRU 2320-EXIT
063400         UNTIL FIM-ARQUIVO-SUSPENSO.
063500     CLOSE ARQUIVO-SUSPENSO.
063600     MOVE WS-CONTADOR-SUSPENSOS    TO WS-ED-QTD-1.
063700     MOVE WS-CONTADOR-SEM-CORRECAO TO WS-ED-QTD-2.
063800     IF WS-CONTADOR-SEM-CORRECAO = ZERO
063900         MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
064000         STRING 'SUSPENSOS:' WS-ED-QTD-1
064100             ' -- NENHUM PENDENTE DE CORRECAO'
064200             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
064300     ELSE
064400         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
064500         STRING WS-ED-QTD-2 ' DE' WS-ED-QTD-1
064600             ' SUSPENSO(S) AINDA SEM CORRECAO (VENDCORR)'
064700             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
064800     END-IF.
064900 2300-IMPRIME.
065000     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
065100 2300-EXIT.
065200     EXIT.
065300*****************************************************************
065400*    2310-MARCA-CORRECAO                                        *
065500*    MARCA A SEQUENCIA DO CARTAO DE CORRECAO -- SEQUENCIA       *
065600*    INVALIDA E' IGNORADA, COMO NO VENDCORR                     *
065700*****************************************************************
065800 2310-MARCA-CORRECAO.
065900     IF CR-SEQUENCIA IS NUMERIC AND CR-SEQUENCIA > ZERO
066000         MOVE 'S' TO WS-SEQUENCIA-CORRIGIDA (CR-SEQUENCIA)
066100     END-IF.
066200     PERFORM 7200-LER-CORRECAO THRU 7200-EXIT.
066300 2310-EXIT.
066400     EXIT.
066500*****************************************************************
066600*    2320-AVALIA-SUSPENSO                                       *
066700*    CONTA O SUSPENSO E, SEM A MARCA DA SUA SEQUENCIA, CONTA-O  *
066800*    TAMBEM COMO PENDENTE DE CORRECAO                           *
066900*****************************************************************
067000 2320-AVALIA-SUSPENSO.
067100     ADD 1 TO WS-CONTADOR-SUSPENSOS.
067200     IF SP-SEQUENCIA IS NOT NUMERIC OR SP-SEQUENCIA = ZERO
067300         ADD 1 TO WS-CONTADOR-SEM-CORRECAO
067400     ELSE
067500         IF WS-SEQUENCIA-CORRIGIDA (SP-SEQUENCIA) NOT = 'S'
067600             ADD 1 TO WS-CONTADOR-SEM-CORRECAO
067700         END-IF
067800     END-IF.
067900     PERFORM 7300-LER-SUSPENSO THRU 7300-EXIT.
068000 2320-EXIT.
068100     EXIT.
068200*****************************************************************
068300*    2400-VERIFICA-LEDGER                                       *
068400*    ETAPA 5 -- OS PAGAMENTOS DO PERIODO NO LIVRO-RAZAO DA      *
068500*    FOLHA. PAGAMENTO ENVIADO COM O PERIODO ABERTO (REABERTO    *
068600*    DEPOIS DO ENVIO) E' INCONSISTENTE -- CABE UM FOLHADJ APOS  *
068700*    O NOVO FECHAMENTO                                          *
068800*****************************************************************
068900 2400-VERIFICA-LEDGER.
069000     MOVE 5 TO WS-NUMERO-ETAPA.
069100     MOVE 'PAGAMENTOS NO RAZAO DA FOLHA' TO WS-DESCRICAO-ETAPA.
069200     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
069300     OPEN INPUT FOLHA-LEDGER.
069400     IF WS-STATUS-LEDGER NOT = '00'
069500         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
069600         MOVE 'LIVRO-RAZAO DA FOLHA INDISPONIVEL (NADA ENVIADO)'
069700             TO WS-OBSERVACAO-ETAPA
069800         GO TO 2400-IMPRIME.
069900     MOVE 'N' TO WS-FIM-LEDGER.
070000     MOVE WS-ANO-ATUAL       TO FL-ANO-APURACAO.
070100     MOVE WS-TRIMESTRE-ATUAL TO FL-TRIMESTRE-APURACAO.
070200     MOVE ZERO               TO FL-MATRICULA.
070300     START FOLHA-LEDGER KEY NOT < FL-CHAVE-LEDGER
070400         INVALID KEY
070500             MOVE 'S' TO WS-FIM-LEDGER
070600     END-START.
070700     PERFORM 7400-LER-LEDGER THRU 7400-EXIT.
070800     PERFORM 2410-ACUMULA-LEDGER THRU 2410-EXIT
070900         UNTIL FIM-LEDGER-PERIODO.
071000     CLOSE FOLHA-LEDGER.
071100     MOVE WS-CONTADOR-PAGAMENTOS TO WS-ED-QTD-1.
071200     MOVE WS-TOTAL-PAGO-PERIODO  TO WS-ED-VALOR.
071300     IF WS-CONTADOR-PAGAMENTOS = ZERO
071400         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
071500         MOVE 'NENHUM PAGAMENTO DO PERIODO ENVIADO A FOLHA'
071600             TO WS-OBSERVACAO-ETAPA
071700         GO TO 2400-IMPRIME.
071800     IF PERIODO-FECHADO
071900         MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
072000         STRING WS-ED-QTD-1 ' PAGAMENTO(S) ENVIADO(S) -- TOTAL '
072100             WS-ED-VALOR
072200             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
072300     ELSE
072400         MOVE 'INCONSISTENTE' TO WS-SITUACAO-ETAPA
072500         STRING WS-ED-QTD-1 ' PAGAMENTO(S) ENVIADO(S) COM O '
072600             'PERIODO ABERTO -- TOTAL ' WS-ED-VALOR
072700             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
072800     END-IF.
072900 2400-IMPRIME.
073000     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
073100 2400-EXIT.
073200     EXIT.
073300*****************************************************************
073400*    2410-ACUMULA-LEDGER                                        *
073500*    CONTA E SOMA UM PAGAMENTO DO PERIODO                       *
073600*****************************************************************
073700 2410-ACUMULA-LEDGER.
073800     ADD 1 TO WS-CONTADOR-PAGAMENTOS.
073900     ADD FL-VALOR-PAGO TO WS-TOTAL-PAGO-PERIODO.
074000     PERFORM 7400-LER-LEDGER THRU 7400-EXIT.
074100 2410-EXIT.
074200     EXIT.
074300*****************************************************************
074400*    2500-VERIFICA-HISTORICO                                    *
074500*    ETAPA 6 -- A QUANTIDADE DE VENDEDORES DO PERIODO NO        *
074600*    HISTORICO CONTRA A QUANTIDADE DO ARQUIVO-COMISSAO -- OS    *
074700*    DOIS SAO GRAVADOS JUNTOS PELO QUARTER NO FECHAMENTO E      *
074800*    DEVEM BATER; UM ARQUIVO-COMISSAO DE OUTRO PERIODO          *
074900*    (FECHAMENTO POSTERIOR) TAMBEM APARECE AQUI COMO            *
075000*    DIVERGENCIA                                                *
075100*****************************************************************
075200 2500-VERIFICA-HISTORICO.
075300     MOVE 6 TO WS-NUMERO-ETAPA.
075400     MOVE 'HISTORICO X ARQUIVO DE COMISSAO' TO WS-DESCRICAO-ETAPA.
075500     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
075600     PERFORM 2510-CONTA-HISTORICO THRU 2510-EXIT.
075700     PERFORM 2530-CONTA-COMISSAO THRU 2530-EXIT.
075800     IF NOT HISTORICO-DISPONIVEL OR NOT COMISSAO-DISPONIVEL
075900         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
076000         MOVE 'HISTORICO OU ARQUIVO DE COMISSAO INDISPONIVEL'
076100             TO WS-OBSERVACAO-ETAPA
076200         GO TO 2500-IMPRIME.
076300     MOVE WS-CONTADOR-HISTORICO TO WS-ED-QTD-1.
076400     MOVE WS-CONTADOR-COMISSAO  TO WS-ED-QTD-2.
076500     IF WS-CONTADOR-HISTORICO = ZERO
076600         AND WS-CONTADOR-COMISSAO = ZERO
076700         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
076800         MOVE 'NENHUM VENDEDOR APURADO NO PERIODO'
076900             TO WS-OBSERVACAO-ETAPA
077000         GO TO 2500-IMPRIME.
077100     IF WS-CONTADOR-HISTORICO = WS-CONTADOR-COMISSAO
077200         MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
077300         STRING 'HISTORICO' WS-ED-QTD-1 ' = COMISSAO' WS-ED-QTD-2
077400             ' VENDEDOR(ES)'
077500             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
077600     ELSE
077700         MOVE 'INCONSISTENTE' TO WS-SITUACAO-ETAPA
077800         STRING 'HISTORICO' WS-ED-QTD-1 ' X COMISSAO' WS-ED-QTD-2
077900             ' -- QUANTIDADES DIVERGENTES'
078000             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
078100     END-IF.
078200 2500-IMPRIME.
078300     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
078400 2500-EXIT.
078500     EXIT.
078600*****************************************************************
078700*    2510-CONTA-HISTORICO                                       *
078800*    PERCORRE O HISTORICO INTEIRO (A CHAVE COMECA PELA          *
078900*    MATRICULA) CONTANDO OS REGISTROS DO PERIODO                *
079000*****************************************************************
079100 2510-CONTA-HISTORICO.
079200     MOVE 'N' TO WS-HISTORICO-DISPONIVEL-SW.
079300     OPEN INPUT VENDAS-HISTORICO.
079400     IF WS-STATUS-HISTORICO NOT = '00'
079500         GO TO 2510-EXIT.
079600     MOVE 'S' TO WS-HISTORICO-DISPONIVEL-SW.
079700     PERFORM 7500-LER-HISTORICO THRU 7500-EXIT.
079800     PERFORM 2520-AVALIA-HISTORICO THRU 2520-EXIT
079900         UNTIL FIM-HISTORICO.
080000     CLOSE VENDAS-HISTORICO.
080100 2510-EXIT.
080200     EXIT.
080300*****************************************************************
080400*    2520-AVALIA-HISTORICO                                      *
080500*    CONTA O REGISTRO DE HISTORICO SE FOR DO PERIODO            *
080600*****************************************************************
080700 2520-AVALIA-HISTORICO.
080800     IF VH-ANO-HISTORICO = WS-ANO-ATUAL
080900         AND VH-TRIMESTRE-HISTORICO = WS-TRIMESTRE-ATUAL
081000         ADD 1 TO WS-CONTADOR-HISTORICO
081100     END-IF.
081200     PERFORM 7500-LER-HISTORICO THRU 7500-EXIT.
081300 2520-EXIT.
081400     EXIT.
081500*****************************************************************
081600*    2530-CONTA-COMISSAO                                        *
081700*    CONTA OS REGISTROS DO ARQUIVO-COMISSAO                     *
081800*****************************************************************
081900 2530-CONTA-COMISSAO.
082000     MOVE 'N' TO WS-COMISSAO-DISPONIVEL-SW.
082100     OPEN INPUT ARQUIVO-COMISSAO.
082200     IF WS-STATUS-COMISSAO NOT = '00'
082300         GO TO 2530-EXIT.
082400     MOVE 'S' TO WS-COMISSAO-DISPONIVEL-SW.
082500     PERFORM 7600-LER-COMISSAO THRU 7600-EXIT.
082600     PERFORM 2540-CONTA-REGISTRO-COMISSAO THRU 2540-EXIT
082700         UNTIL FIM-ARQUIVO-COMISSAO.
082800     CLOSE ARQUIVO-COMISSAO.
082900 2530-EXIT.
083000     EXIT.
083100*****************************************************************
083200*    2540-CONTA-REGISTRO-COMISSAO                               *
083300*    CONTA UM REGISTRO DO ARQUIVO-COMISSAO                      *
083400*****************************************************************
083500 2540-CONTA-REGISTRO-COMISSAO.
083600     ADD 1 TO WS-CONTADOR-COMISSAO.
083700     PERFORM 7600-LER-COMISSAO THRU 7600-EXIT.
083800 2540-EXIT.
083900     EXIT.
084000*****************************************************************
084001*    2600-VERIFICA-SUSPENSOS-CRM                                *
084002*    ETAPA 7 -- AS LINHAS DO EXTRATO SUSPENSAS PELO CRMCONV AINDA*
084003*    SEM CORRECAO. O VENDCORR CORRIGE UM ARQUIVO DE SUSPENSOS   *
084004*    POR EXECUCAO, COM OS SEUS PROPRIOS CARTOES -- AS SEQUENCIAS*
084005*    DOS CARTOES DO REENVIO DO CRMCONV SAO MARCADAS NA MESMA    *
084006*    TABELA DA ETAPA 4, LIMPA ANTES, E O CASAMENTO E' O MESMO   *
084007*****************************************************************
084008 2600-VERIFICA-SUSPENSOS-CRM.
084009     MOVE 7 TO WS-NUMERO-ETAPA.
084010     MOVE 'SUSPENSOS DO CRMCONV SEM CORRECAO'
084011         TO WS-DESCRICAO-ETAPA.
084012     MOVE SPACES TO WS-OBSERVACAO-ETAPA.
084013     OPEN INPUT ARQUIVO-SUSPENSO-CRM.
084014     IF WS-STATUS-SUSPENSO-CRM NOT = '00'
084015         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
084016         MOVE 'ARQUIVO DE SUSPENSOS DO CRMCONV INDISPONIVEL'
084017             TO WS-OBSERVACAO-ETAPA
084018         GO TO 2600-IMPRIME.
084019     MOVE SPACES TO WS-TABELA-CORRIGIDOS.
084020*    SEM O ARQUIVO DE CORRECOES NENHUM SUSPENSO ESTA' CORRIGIDO
084021     OPEN INPUT ARQUIVO-CORRECAO-CRM.
084022     IF WS-STATUS-CORRECAO-CRM = '00'
084023         PERFORM 7700-LER-CORRECAO-CRM THRU 7700-EXIT
084024         PERFORM 2610-MARCA-CORRECAO-CRM THRU 2610-EXIT
084025             UNTIL FIM-ARQUIVO-CORRECAO-CRM
084026         CLOSE ARQUIVO-CORRECAO-CRM
084027     END-IF.
084028     PERFORM 7800-LER-SUSPENSO-CRM THRU 7800-EXIT.
084029     PERFORM 2620-AVALIA-SUSPENSO-CRM THRU 2620-EXIT
084030         UNTIL FIM-ARQUIVO-SUSPENSO-CRM.
084031     CLOSE ARQUIVO-SUSPENSO-CRM.
084032     MOVE WS-CONTADOR-SUSPENSOS-CRM    TO WS-ED-QTD-1.
084033     MOVE WS-CONTADOR-SEM-CORRECAO-CRM TO WS-ED-QTD-2.
084034     IF WS-CONTADOR-SEM-CORRECAO-CRM = ZERO
084035         MOVE 'CONCLUIDO' TO WS-SITUACAO-ETAPA
084036         STRING 'SUSPENSOS:' WS-ED-QTD-1
084037             ' -- NENHUM PENDENTE DE CORRECAO'
084038             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
084039     ELSE
084040         MOVE 'PENDENTE' TO WS-SITUACAO-ETAPA
084041         STRING WS-ED-QTD-2 ' DE' WS-ED-QTD-1
084042             ' LINHA(S) DO EXTRATO AINDA SEM CORRECAO (VENDCORR)'
084043             DELIMITED BY SIZE INTO WS-OBSERVACAO-ETAPA
084044     END-IF.
084045 2600-IMPRIME.
084046     PERFORM 3000-IMPRIME-ETAPA THRU 3000-EXIT.
084047 2600-EXIT.
084048     EXIT.
084049*****************************************************************
084050*    2610-MARCA-CORRECAO-CRM                                    *
084051*    MARCA A SEQUENCIA DO CARTAO DE CORRECAO DO CRMCONV --      *
084052*    SEQUENCIA INVALIDA E' IGNORADA, COMO EM 2310               *
084053*****************************************************************
084054 2610-MARCA-CORRECAO-CRM.
084055     IF CC-SEQUENCIA IS NUMERIC AND CC-SEQUENCIA > ZERO
084056         MOVE 'S' TO WS-SEQUENCIA-CORRIGIDA (CC-SEQUENCIA)
084057     END-IF.
084058     PERFORM 7700-LER-CORRECAO-CRM THRU 7700-EXIT.
084059 2610-EXIT.
084060     EXIT.
084061*****************************************************************
084062*    2620-AVALIA-SUSPENSO-CRM                                   *
084063*    CONTA A LINHA SUSPENSA E, SEM A MARCA DA SUA SEQUENCIA,    *
084064*    CONTA-A TAMBEM COMO PENDENTE DE CORRECAO                   *
084065*****************************************************************
084066 2620-AVALIA-SUSPENSO-CRM.
084067     ADD 1 TO WS-CONTADOR-SUSPENSOS-CRM.
084068     IF SC-SEQUENCIA IS NOT NUMERIC OR SC-SEQUENCIA = ZERO
084069         ADD 1 TO WS-CONTADOR-SEM-CORRECAO-CRM
084070     ELSE
084071         IF WS-SEQUENCIA-CORRIGIDA (SC-SEQUENCIA) NOT = 'S'
084072             ADD 1 TO WS-CONTADOR-SEM-CORRECAO-CRM
084073         END-IF
084074     END-IF.
084075     PERFORM 7800-LER-SUSPENSO-CRM THRU 7800-EXIT.
084076 2620-EXIT.
084077     EXIT.
084078*****************************************************************
084100*    3000-IMPRIME-ETAPA                                         *
084200*    IMPRIME A LINHA DA ETAPA CONFERIDA E A CONTA NA SUA        *
084300*    SITUACAO                                                   *
084400*****************************************************************
084500 3000-IMPRIME-ETAPA.
084600     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
084700         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
084800     END-IF.
084900     MOVE WS-NUMERO-ETAPA     TO WS-CHK-NUMERO.
085000     MOVE WS-DESCRICAO-ETAPA  TO WS-CHK-ETAPA.
085100     MOVE WS-SITUACAO-ETAPA   TO WS-CHK-SITUACAO.
085200     MOVE WS-OBSERVACAO-ETAPA TO WS-CHK-OBSERVACAO.
085300     WRITE LINHA-CHECKLIST FROM WS-CHK-LINHA-DETALHE
085400         AFTER ADVANCING 2 LINES.
085500     ADD 2 TO WS-LINHAS-NA-PAGINA.
085600     IF ETAPA-CONCLUIDA
085700         ADD 1 TO WS-CONTADOR-CONCLUIDAS
085800     ELSE
085900       IF ETAPA-PENDENTE
086000           ADD 1 TO WS-CONTADOR-PENDENTES
086100       ELSE
086200           ADD 1 TO WS-CONTADOR-INCONSISTENTES
086300       END-IF
086400     END-IF.
086500 3000-EXIT.
086600     EXIT.
086700*****************************************************************
086800*    4000-IMPRIME-RODAPE                                        *
086900*    IMPRIME A CONTAGEM DAS ETAPAS POR SITUACAO, A CONCLUSAO    *
087000*    DO CHECKLIST E A LINHA DO VISTO DO SUPERVISOR              *
087100*****************************************************************
087200 4000-IMPRIME-RODAPE.
087300     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
087400         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
087500     END-IF.
087600     MOVE WS-CONTADOR-CONCLUIDAS     TO WS-ROD-CONCLUIDAS.
087700     MOVE WS-CONTADOR-PENDENTES      TO WS-ROD-PENDENTES.
087800     MOVE WS-CONTADOR-INCONSISTENTES TO WS-ROD-INCONSISTENTES.
087900     IF WS-CONTADOR-INCONSISTENTES > ZERO
088000         MOVE 'HA ETAPAS INCONSISTENTES -- CONFERIR ANTES'
088100             TO WS-ROD-CONCLUSAO
088200     ELSE
088300       IF WS-CONTADOR-PENDENTES > ZERO
088400           MOVE 'HA ETAPAS PENDENTES -- PERIODO NAO CONCLUIDO'
088500               TO WS-ROD-CONCLUSAO
088600       ELSE
088700           MOVE 'CICLO DO PERIODO COMPLETO -- PRONTO PARA O VISTO'
088800               TO WS-ROD-CONCLUSAO
088900       END-IF
089000     END-IF.
089100     WRITE LINHA-CHECKLIST FROM WS-LINHA-BRANCO
089200         AFTER ADVANCING 1 LINE.
089300     WRITE LINHA-CHECKLIST FROM WS-LINHA-RODAPE-CHK-1
089400         AFTER ADVANCING 2 LINES.
089500     WRITE LINHA-CHECKLIST FROM WS-LINHA-RODAPE-CHK-2
089600         AFTER ADVANCING 1 LINE.
089700     WRITE LINHA-CHECKLIST FROM WS-LINHA-VISTO
089800         AFTER ADVANCING 3 LINES.
089900     ADD 7 TO WS-LINHAS-NA-PAGINA.
090000     DISPLAY 'CHKFECH -- PERIODO ' WS-ANO-ATUAL 'T'
090100         WS-TRIMESTRE-ATUAL ' -- ' WS-ROD-CONCLUSAO.
090200 4000-EXIT.
090300     EXIT.
090400*****************************************************************
090500*    7000-LER-RUNLOG                                            *
090600*    LE A PROXIMA EXECUCAO DO LOG -- A MUDANCA DE PROGRAMA OU   *
090700*    DE PERIODO (OU O FIM DO ARQUIVO) ENCERRA A PESQUISA        *
090800*****************************************************************
090900 7000-LER-RUNLOG.
091000     IF FIM-RUNLOG
091100         GO TO 7000-EXIT.
091200     READ ARQUIVO-RUNLOG NEXT RECORD
091300         AT END
091400             MOVE 'S' TO WS-FIM-RUNLOG
091500     END-READ.
091600     IF NOT FIM-RUNLOG
091700         IF RL-PROGRAMA NOT = WS-PROGRAMA-PESQUISA
091800             OR RL-PERIODO NOT = WS-PARM-PERIODO
091900             MOVE 'S' TO WS-FIM-RUNLOG
092000         END-IF
092100     END-IF.
092200 7000-EXIT.
092300     EXIT.
092400*****************************************************************
092500*    7100-LER-EVENTO                                            *
092600*    LE O PROXIMO EVENTO DO PERIODO -- A MUDANCA DE PERIODO     *
092700*    (OU O FIM DO ARQUIVO) ENCERRA A CONTAGEM                   *
092800*****************************************************************
092900 7100-LER-EVENTO.
093000     IF FIM-EVENTOS-PERIODO
093100         GO TO 7100-EXIT.
093200     READ PERIODO-CONTROLE NEXT RECORD
093300         AT END
093400             MOVE 'S' TO WS-FIM-CONTROLE
093500     END-READ.
093600     IF NOT FIM-EVENTOS-PERIODO
093700         IF PC-ANO-PERIODO NOT = WS-ANO-ATUAL
093800             OR PC-TRIMESTRE-PERIODO NOT = WS-TRIMESTRE-ATUAL
093900             MOVE 'S' TO WS-FIM-CONTROLE
094000         END-IF
094100     END-IF.
094200 7100-EXIT.
094300     EXIT.
094400*****************************************************************
094500*    7200-LER-CORRECAO                                          *
094600*    LE O PROXIMO CARTAO DE CORRECAO                            *
094700*****************************************************************
094800 7200-LER-CORRECAO.
094900     READ ARQUIVO-CORRECAO
095000         AT END MOVE 'S' TO WS-FIM-CORRECAO
095100     END-READ.
095200 7200-EXIT.
095300     EXIT.
095400*****************************************************************
095500*    7300-LER-SUSPENSO                                          *
095600*    LE O PROXIMO REGISTRO SUSPENSO                             *
095700*****************************************************************
095800 7300-LER-SUSPENSO.
095900     READ ARQUIVO-SUSPENSO
096000         AT END MOVE 'S' TO WS-FIM-SUSPENSO
096100     END-READ.
096200 7300-EXIT.
096300     EXIT.
096400*****************************************************************
096500*    7400-LER-LEDGER                                            *
096600*    LE O PROXIMO PAGAMENTO DO RAZAO -- A MUDANCA DE PERIODO    *
096700*    (OU O FIM DO ARQUIVO) ENCERRA A LEITURA                    *
096800*****************************************************************
096900 7400-LER-LEDGER.
097000     IF FIM-LEDGER-PERIODO
097100         GO TO 7400-EXIT.
097200     READ FOLHA-LEDGER NEXT RECORD
097300         AT END
097400             MOVE 'S' TO WS-FIM-LEDGER
097500     END-READ.
097600     IF NOT FIM-LEDGER-PERIODO
097700         IF FL-ANO-APURACAO NOT = WS-ANO-ATUAL
097800             OR FL-TRIMESTRE-APURACAO NOT = WS-TRIMESTRE-ATUAL
097900             MOVE 'S' TO WS-FIM-LEDGER
098000         END-IF
098100     END-IF.
098200 7400-EXIT.
098300     EXIT.
098400*****************************************************************
098500*    7500-LER-HISTORICO                                         *
098600*    LE O PROXIMO REGISTRO DO HISTORICO EM ORDEM DE CHAVE       *
098700*****************************************************************
098800 7500-LER-HISTORICO.
098900     READ VENDAS-HISTORICO
099000         AT END MOVE 'S' TO WS-FIM-HISTORICO
099100     END-READ.
099200 7500-EXIT.
099300     EXIT.
099400*****************************************************************
099500*    7600-LER-COMISSAO                                          *
099600*    LE O PROXIMO REGISTRO DO ARQUIVO-COMISSAO                  *
099700*****************************************************************
099800 7600-LER-COMISSAO.
099900     READ ARQUIVO-COMISSAO
100000         AT END MOVE 'S' TO WS-FIM-COMISSAO
100100     END-READ.
100200 7600-EXIT.
100300     EXIT.
100400*****************************************************************
100404*    7700-LER-CORRECAO-CRM                                      *
100408*    LE O PROXIMO CARTAO DE CORRECAO DO CRMCONV                 *
100412*****************************************************************
100416 7700-LER-CORRECAO-CRM.
100420     READ ARQUIVO-CORRECAO-CRM
100424         AT END MOVE 'S' TO WS-FIM-CORRECAO-CRM
100428     END-READ.
100432 7700-EXIT.
100436     EXIT.
100440*****************************************************************
100444*    7800-LER-SUSPENSO-CRM                                      *
100448*    LE A PROXIMA LINHA SUSPENSA PELO CRMCONV                   *
100452*****************************************************************
100456 7800-LER-SUSPENSO-CRM.
100460     READ ARQUIVO-SUSPENSO-CRM
100464         AT END MOVE 'S' TO WS-FIM-SUSPENSO-CRM
100468     END-READ.
100472 7800-EXIT.
100476     EXIT.
100480*****************************************************************
100500*    8000-FINALIZACAO                                           *
100600*    FECHA OS ARQUIVOS AINDA ABERTOS AO TERMINO DO              *
100700*    PROCESSAMENTO                                              *
100800*****************************************************************
100900 8000-FINALIZACAO.
101000     IF RUNLOG-DISPONIVEL
101100         CLOSE ARQUIVO-RUNLOG
101200     END-IF.
101300     CLOSE RELAT-CHECKLIST.
101400 8000-EXIT.
101500     EXIT.
