000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JORNINQ.
000300 AUTHOR. R. M. SANTOS.
000400 INSTALLATION. PENN STATE UNIVERSITY -- YORK CAMPUS.
000500 DATE-WRITTEN. SETEMBRO 2026.
000600 DATE-COMPILED. SETEMBRO 2026.
000700 SECURITY. NAO HA CONSIDERACOES DE SEGURANCA PARA JORNINQ.
000800*****************************************************************
000900*                                                               *
001000*    UM RESUMO DO PROGRAMA JORNINQ --                           *
001100*                                                               *
001200*    JORNINQ E' A CONSULTA DO JOURNAL DE ALTERACOES DOS         *
001300*    MESTRES (JORNMNT), GRAVADO PELO VENDMNT, PELO COTAMNT E    *
001400*    PELO REGMNT. O CARTAO DE PARAMETRO PEDE UMA MATRICULA OU   *
001500*    UM CODIGO DE REGIAO E, OPCIONALMENTE, UM INTERVALO DE      *
001600*    DATAS; O PROGRAMA LISTA EM ORDEM CRONOLOGICA TODAS AS      *
001700*    ALTERACOES DAQUELA CHAVE NOS TRES MESTRES (E NAS           *
001800*    VIGENCIAS DE REGIAO), COM O PROGRAMA, A DATA E A HORA, O   *
001900*    MOVIMENTO E AS IMAGENS DO REGISTRO ANTES E DEPOIS --       *
002000*    SEM PRECISAR RECORRER AS LISTAGENS DE AUDITORIA            *
002100*    ARQUIVADAS.                                                *
002200*                                                               *
002300*    CONSULTA POR MATRICULA -- AS ALTERACOES DO VENDEDOR, DAS   *
002400*    SUAS VIGENCIAS E DAS SUAS COTAS, E AS DAS REGIOES EM QUE   *
002500*    ELE FOI OU PASSOU A SER O GERENTE REGIONAL.                *
002600*    CONSULTA POR REGIAO -- AS ALTERACOES DA REGIAO E AS DOS    *
002700*    VENDEDORES E VIGENCIAS QUE SAIRAM DELA OU ENTRARAM NELA.   *
002800*                                                               *
002900*    CARTAO DE PARAMETRO (SYSIN) --                             *
003000*      COLUNA  1      TIPO DA CONSULTA ('M' MATRICULA OU        *
003100*                     'R' REGIAO)                               *
003200*      COLUNAS 3-8    MATRICULA (6 DIGITOS) OU CODIGO DA        *
003300*                     REGIAO (COLUNAS 3-6)                      *
003400*      COLUNAS 10-17  DATA INICIAL AAAAMMDD (EM BRANCO, DESDE   *
003500*                     O INICIO DO JOURNAL)                      *
003600*      COLUNAS 19-26  DATA FINAL AAAAMMDD (EM BRANCO, ATE O     *
003700*                     FIM DO JOURNAL)                           *
003800*                                                               *
003900*****************************************************************
004000*                                                               *
004100*    HISTORICO DE ALTERACOES --                                 *
004200*                                                               *
004300*    08/09/2026  RMS  PROGRAMA ORIGINAL -- CONSULTA DO JOURNAL  *
004400*                     DE ALTERACOES POR MATRICULA OU REGIAO.    *
004500*                                                               *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100 SPECIAL-NAMES.
005200     DECIMAL-POINT IS COMMA.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT ARQUIVO-JOURNAL ASSIGN TO JORNMNT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS JN-CHAVE-JOURNAL
005900         FILE STATUS IS WS-STATUS-JOURNAL.
006000     SELECT RELAT-ALTERACOES ASSIGN TO RELJORN
006100         ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400*****************************************************************
006500*    ARQUIVO-JOURNAL -- ENTRADA, O JOURNAL DE ALTERACOES DOS    *
006600*    MESTRES EM ORDEM CRONOLOGICA                               *
006700*****************************************************************
006800 FD  ARQUIVO-JOURNAL
006900     LABEL RECORDS ARE STANDARD.
007000     COPY JORNMNT.
007100*****************************************************************
007200*    RELAT-ALTERACOES -- SAIDA, O HISTORICO DE ALTERACOES DA    *
007300*    MATRICULA OU DA REGIAO PEDIDA                              *
007400*****************************************************************
007500 FD  RELAT-ALTERACOES
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  LINHA-ALTERACOES                 PIC X(132).
007900 WORKING-STORAGE SECTION.
008000*****************************************************************
008100*    CHAVES E CONTADORES DE CONTROLE                            *
008200*****************************************************************
008300 77  WS-STATUS-JOURNAL                PIC X(02) VALUE SPACES.
008400 77  WS-FIM-JOURNAL                   PIC X(01) VALUE 'N'.
008500     88  FIM-JOURNAL                            VALUE 'S'.
008600 77  WS-ALTERACAO-SELECIONADA-SW      PIC X(01) VALUE 'N'.
008700     88  ALTERACAO-SELECIONADA                  VALUE 'S'.
008800 77  WS-CONTADOR-LISTADAS             PIC 9(06) COMP-3 VALUE ZERO.
008900 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
009000 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
009100 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 48.
009200*****************************************************************
009300*    CARTAO DE PARAMETRO DA CONSULTA (SYSIN)                    *
009400*****************************************************************
009500 01  WS-PARM-CARTAO.
009600     05  WS-PARM-TIPO                 PIC X(01).
009700         88  CONSULTA-MATRICULA                 VALUE 'M'.
009800         88  CONSULTA-REGIAO                    VALUE 'R'.
009900     05  FILLER                       PIC X(01).
010000     05  WS-PARM-CHAVE                PIC X(06).
010100     05  WS-PARM-MATRICULA REDEFINES WS-PARM-CHAVE
010200                                      PIC 9(06).
010300     05  FILLER                       PIC X(01).
010400     05  WS-PARM-DATA-INICIAL         PIC X(08).
010500     05  FILLER                       PIC X(01).
010600     05  WS-PARM-DATA-FINAL           PIC X(08).
010700     05  FILLER                       PIC X(54).
010800 77  WS-PARM-REGIAO                   PIC X(04) VALUE SPACES.
010900 77  WS-DATA-INICIAL                  PIC 9(08) VALUE ZERO.
011000 77  WS-DATA-FINAL                    PIC 9(08) VALUE 99999999.
011100*****************************************************************
011200*    REGISTROS DOS MESTRES, PARA INTERPRETAR AS IMAGENS DO      *
011300*    JOURNAL CONFORME O ARQUIVO DE ORIGEM                       *
011400*****************************************************************
011500     COPY VENDMAST.
011600     COPY REGVIGEN.
011700     COPY COTAMAST.
011800     COPY REGMAST.
011900*****************************************************************
012000*    CAMPOS DE TRABALHO DA IMPRESSAO DAS IMAGENS E DAS DATAS    *
012100*****************************************************************
012200 77  WS-INQ-IMAGEM                    PIC X(80) VALUE SPACES.
012300 77  WS-INQ-TEXTO                     PIC X(100) VALUE SPACES.
012400 77  WS-DATA-FORMATADA                PIC X(10) VALUE SPACES.
012500 77  WS-ADMISSAO-FORMATADA            PIC X(10) VALUE SPACES.
012600 77  WS-DESLIGAMENTO-FORMATADA        PIC X(10) VALUE SPACES.
012700 77  WS-MATRICULA-GERENTE-TXT         PIC X(06) VALUE SPACES.
012800 77  WS-ED-COTA                       PIC -ZZZ.ZZ9,99.
012900 01  WS-DATA-CRITICA                  PIC 9(08) VALUE ZERO.
013000 01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
013100     05  WS-DATA-CRIT-ANO             PIC 9(04).
013200     05  WS-DATA-CRIT-MES             PIC 9(02).
013300     05  WS-DATA-CRIT-DIA             PIC 9(02).
013400 01  WS-HORA-JOURNAL                  PIC 9(08) VALUE ZERO.
013500 01  WS-HORA-JOURNAL-R REDEFINES WS-HORA-JOURNAL.
013600     05  WS-HORA-JRN-HH               PIC 9(02).
013700     05  WS-HORA-JRN-MM               PIC 9(02).
013800     05  WS-HORA-JRN-SS               PIC 9(02).
013900     05  WS-HORA-JRN-CC               PIC 9(02).
014000 01  WS-CHAVE-JOURNAL-R.
014100     05  WS-CHV-MATRICULA             PIC X(06).
014200     05  WS-CHV-ANO                   PIC X(04).
014300     05  WS-CHV-TRIMESTRE             PIC X(01).
014400     05  FILLER                       PIC X(01).
014500 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
014600*****************************************************************
014700*    RELAT-ALTERACOES -- LINHAS DE CABECALHO, DETALHE E RODAPE  *
014800*****************************************************************
014900 01  WS-INQ-CABECALHO-1.
015000     05  FILLER                       PIC X(030) VALUE SPACES.
015100     05  FILLER                       PIC X(040) VALUE
015200         'HISTORICO DE ALTERACOES DOS MESTRES'.
015300     05  WS-INQ-C1-SELECAO            PIC X(045).
015400     05  FILLER                       PIC X(007) VALUE
015500         'PAGINA'.
015600     05  WS-INQ-C1-PAGINA             PIC ZZ9.
015700     05  FILLER                       PIC X(007) VALUE SPACES.
015800 01  WS-INQ-CABECALHO-2.
015900     05  FILLER                       PIC X(002) VALUE SPACES.
016000     05  FILLER                       PIC X(012) VALUE 'DATA'.
016100     05  FILLER                       PIC X(010) VALUE 'HORA'.
016200     05  FILLER                       PIC X(010) VALUE
016300         'PROGRAMA'.
016400     05  FILLER                       PIC X(014) VALUE
016500         'MOVIMENTO'.
016600     05  FILLER                       PIC X(010) VALUE
016700         'ARQUIVO'.
016800     05  FILLER                       PIC X(074) VALUE 'CHAVE'.
016900 01  WS-INQ-LINHA-ALTERACAO.
017000     05  FILLER                       PIC X(002) VALUE SPACES.
017100     05  WS-INQ-DATA                  PIC X(10).
017200     05  FILLER                       PIC X(002) VALUE SPACES.
017300     05  WS-INQ-HORA                  PIC X(08).
017400     05  FILLER                       PIC X(002) VALUE SPACES.
017500     05  WS-INQ-PROGRAMA              PIC X(08).
017600     05  FILLER                       PIC X(002) VALUE SPACES.
017700     05  WS-INQ-MOVIMENTO             PIC X(12).
017800     05  FILLER                       PIC X(002) VALUE SPACES.
017900     05  WS-INQ-ARQUIVO               PIC X(08).
018000     05  FILLER                       PIC X(002) VALUE SPACES.
018100     05  WS-INQ-CHAVE                 PIC X(20).
018200     05  FILLER                       PIC X(054) VALUE SPACES.
018300 01  WS-INQ-LINHA-IMAGEM.
018400     05  FILLER                       PIC X(006) VALUE SPACES.
018500     05  WS-INQ-IMG-ROTULO            PIC X(08).
018600     05  FILLER                       PIC X(002) VALUE SPACES.
018700     05  WS-INQ-IMG-TEXTO             PIC X(100).
018800     05  FILLER                       PIC X(016) VALUE SPACES.
018900 01  WS-LINHA-RODAPE-ALTERACOES.
019000     05  FILLER                       PIC X(002) VALUE SPACES.
019100     05  FILLER                       PIC X(021) VALUE
019200         'ALTERACOES LISTADAS'.
019300     05  FILLER                       PIC X(002) VALUE SPACES.
019400     05  WS-ROD-INQ-QTD               PIC ZZZ.ZZ9.
019500     05  FILLER                       PIC X(100) VALUE SPACES.
019600 PROCEDURE DIVISION.
019700*****************************************************************
019800*    0000-MAINLINE-CONTROLE                                     *
019900*    PARAGRAFO PRINCIPAL -- CONTROLA A SEQUENCIA DE EXECUCAO    *
020000*****************************************************************
020100 0000-MAINLINE-CONTROLE.
020200     PERFORM 1000-INICIALIZACAO THRU 1000-EXIT.
020300     PERFORM 7000-LER-JOURNAL THRU 7000-EXIT.
020400     PERFORM 2000-PROCESSA-ALTERACAO THRU 2000-EXIT
020500         UNTIL FIM-JOURNAL.
020600     PERFORM 4000-IMPRIME-RODAPE THRU 4000-EXIT.
020700     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
020800     STOP RUN.
020900*****************************************************************
021000*    1000-INICIALIZACAO                                         *
021100*    LE E CRITICA O CARTAO DE PARAMETRO, ABRE OS ARQUIVOS E     *
021200*    POSICIONA O JOURNAL NA DATA INICIAL -- SEM UMA CHAVE       *
021300*    VALIDA NAO HA O QUE CONSULTAR                              *
021400*****************************************************************
021500 1000-INICIALIZACAO.
021600     MOVE SPACES TO WS-PARM-CARTAO.
021700     ACCEPT WS-PARM-CARTAO FROM SYSIN.
021800     PERFORM 1500-CRITICA-CARTAO THRU 1500-EXIT.
021900     OPEN INPUT ARQUIVO-JOURNAL.
022000     IF WS-STATUS-JOURNAL NOT = '00'
022100         DISPLAY 'JORNINQ -- JOURNAL DE ALTERACOES INDISPONIVEL '
022200             '(STATUS ' WS-STATUS-JOURNAL ') -- EXECUCAO '
022300             'INTERROMPIDA'
022400         STOP RUN.
022500     OPEN OUTPUT RELAT-ALTERACOES.
022600     MOVE WS-DATA-INICIAL TO JN-DATA-ALTERACAO.
022700     MOVE ZERO            TO JN-HORA-ALTERACAO.
022800     MOVE LOW-VALUES      TO JN-PROGRAMA.
022900     MOVE ZERO            TO JN-SEQUENCIA.
023000     START ARQUIVO-JOURNAL KEY NOT < JN-CHAVE-JOURNAL
023100         INVALID KEY
023200             MOVE 'S' TO WS-FIM-JOURNAL
023300     END-START.
023400     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*****************************************************************
023800*    1100-IMPRIME-CABECALHO                                     *
023900*    IMPRIME AS DUAS LINHAS DE CABECALHO E REINICIA O CONTADOR  *
024000*    DE LINHAS DA PAGINA                                        *
024100*****************************************************************
024200 1100-IMPRIME-CABECALHO.
024300     ADD 1 TO WS-PAGINA-ATUAL.
024400     MOVE WS-PAGINA-ATUAL TO WS-INQ-C1-PAGINA.
024500     WRITE LINHA-ALTERACOES FROM WS-INQ-CABECALHO-1
024600         AFTER ADVANCING PAGE.
024700     WRITE LINHA-ALTERACOES FROM WS-LINHA-BRANCO
024800         AFTER ADVANCING 1 LINE.
024900     WRITE LINHA-ALTERACOES FROM WS-INQ-CABECALHO-2
025000         AFTER ADVANCING 1 LINE.
025100     WRITE LINHA-ALTERACOES FROM WS-LINHA-BRANCO
025200         AFTER ADVANCING 1 LINE.
025300     MOVE ZERO TO WS-LINHAS-NA-PAGINA.
025400 1100-EXIT.
025500     EXIT.
025600*****************************************************************
025700*    1500-CRITICA-CARTAO                                        *
025800*    CONFERE O TIPO DA CONSULTA, A CHAVE E AS DATAS DO CARTAO   *
025900*    E MONTA A SELECAO DO CABECALHO -- CARTAO INVALIDO          *
026000*    INTERROMPE A EXECUCAO                                      *
026100*****************************************************************
026200 1500-CRITICA-CARTAO.
026300     IF CONSULTA-MATRICULA
026400         IF WS-PARM-CHAVE IS NOT NUMERIC
026500             OR WS-PARM-MATRICULA = ZERO
026600             GO TO 1500-CARTAO-INVALIDO
026700         END-IF
026800     ELSE
026900         IF CONSULTA-REGIAO
027000             MOVE WS-PARM-CHAVE(1:4) TO WS-PARM-REGIAO
027100             IF WS-PARM-REGIAO = SPACES
027200                 GO TO 1500-CARTAO-INVALIDO
027300             END-IF
027400         ELSE
027500             GO TO 1500-CARTAO-INVALIDO
027600         END-IF
027700     END-IF.
027800     IF WS-PARM-DATA-INICIAL NOT = SPACES
027900         IF WS-PARM-DATA-INICIAL IS NOT NUMERIC
028000             GO TO 1500-CARTAO-INVALIDO
028100         END-IF
028200         MOVE WS-PARM-DATA-INICIAL TO WS-DATA-INICIAL
028300     END-IF.
028400     IF WS-PARM-DATA-FINAL NOT = SPACES
028500         IF WS-PARM-DATA-FINAL IS NOT NUMERIC
028600             GO TO 1500-CARTAO-INVALIDO
028700         END-IF
028800         MOVE WS-PARM-DATA-FINAL TO WS-DATA-FINAL
028900     END-IF.
029000     IF WS-DATA-FINAL < WS-DATA-INICIAL
029100         GO TO 1500-CARTAO-INVALIDO.
029200     MOVE SPACES TO WS-INQ-C1-SELECAO.
029300     IF CONSULTA-MATRICULA
029400         STRING 'MATRICULA ' WS-PARM-CHAVE
029500             DELIMITED BY SIZE INTO WS-INQ-C1-SELECAO
029600     ELSE
029700         STRING 'REGIAO ' WS-PARM-REGIAO
029800             DELIMITED BY SIZE INTO WS-INQ-C1-SELECAO
029900     END-IF.
030000     GO TO 1500-EXIT.
030100 1500-CARTAO-INVALIDO.
030200     DISPLAY 'JORNINQ -- CARTAO DE PARAMETRO INVALIDO ('
030300         WS-PARM-CARTAO(1:26) ') -- INFORME M OU R, A CHAVE E '
030400         'AS DATAS AAAAMMDD -- EXECUCAO INTERROMPIDA'.
030500     STOP RUN.
030600 1500-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    2000-PROCESSA-ALTERACAO                                    *
031000*    IMPRIME A ALTERACAO SE ELA TOCA A MATRICULA OU A REGIAO    *
031100*    PEDIDA -- ANTES OU DEPOIS DO MOVIMENTO; PASSADA A DATA     *
031200*    FINAL A LEITURA TERMINA                                    *
031300*****************************************************************
031400 2000-PROCESSA-ALTERACAO.
031500     IF JN-DATA-ALTERACAO > WS-DATA-FINAL
031600         MOVE 'S' TO WS-FIM-JOURNAL
031700         GO TO 2000-EXIT.
031800     MOVE 'N' TO WS-ALTERACAO-SELECIONADA-SW.
031900     IF CONSULTA-MATRICULA
032000         IF JN-MATRICULA-ANTES = WS-PARM-MATRICULA
032100             OR JN-MATRICULA-DEPOIS = WS-PARM-MATRICULA
032200             MOVE 'S' TO WS-ALTERACAO-SELECIONADA-SW
032300         END-IF
032400     ELSE
032500         IF JN-REGIAO-ANTES = WS-PARM-REGIAO
032600             OR JN-REGIAO-DEPOIS = WS-PARM-REGIAO
032700             MOVE 'S' TO WS-ALTERACAO-SELECIONADA-SW
032800         END-IF
032900     END-IF.
033000     IF ALTERACAO-SELECIONADA
033100         PERFORM 2100-IMPRIME-ALTERACAO THRU 2100-EXIT
033200     END-IF.
033300     PERFORM 7000-LER-JOURNAL THRU 7000-EXIT.
033400 2000-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    2100-IMPRIME-ALTERACAO                                     *
033800*    IMPRIME A LINHA DA ALTERACAO (DATA, HORA, PROGRAMA,        *
033900*    MOVIMENTO, ARQUIVO E CHAVE) E AS IMAGENS ANTES E DEPOIS    *
034000*****************************************************************
034100 2100-IMPRIME-ALTERACAO.
034200     IF WS-LINHAS-NA-PAGINA + 4 > WS-MAX-LINHAS-PAGINA
034300         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
034400     END-IF.
034500     MOVE JN-DATA-ALTERACAO TO WS-DATA-CRITICA.
034600     PERFORM 2900-FORMATA-DATA THRU 2900-EXIT.
034700     MOVE WS-DATA-FORMATADA TO WS-INQ-DATA.
034800     MOVE JN-HORA-ALTERACAO TO WS-HORA-JOURNAL.
034900     MOVE SPACES TO WS-INQ-HORA.
035000     STRING WS-HORA-JRN-HH ':' WS-HORA-JRN-MM ':' WS-HORA-JRN-SS
035100         DELIMITED BY SIZE INTO WS-INQ-HORA.
035200     MOVE JN-PROGRAMA       TO WS-INQ-PROGRAMA.
035300     MOVE JN-ARQUIVO-MESTRE TO WS-INQ-ARQUIVO.
035400     PERFORM 2150-DESCREVE-MOVIMENTO THRU 2150-EXIT.
035500     MOVE JN-CHAVE-REGISTRO TO WS-CHAVE-JOURNAL-R.
035600     MOVE SPACES TO WS-INQ-CHAVE.
035700     IF JN-MESTRE-REGIAO
035800         STRING 'REGIAO ' JN-CHAVE-REGISTRO(1:4)
035900             DELIMITED BY SIZE INTO WS-INQ-CHAVE
036000     ELSE
036100         IF JN-MESTRE-VENDEDOR
036200             STRING 'MATRICULA ' WS-CHV-MATRICULA
036300                 DELIMITED BY SIZE INTO WS-INQ-CHAVE
036400         ELSE
036500             STRING 'MATR ' WS-CHV-MATRICULA ' '
036600                    WS-CHV-ANO 'T' WS-CHV-TRIMESTRE
036700                 DELIMITED BY SIZE INTO WS-INQ-CHAVE
036800         END-IF
036900     END-IF.
037000     WRITE LINHA-ALTERACOES FROM WS-INQ-LINHA-ALTERACAO
037100         AFTER ADVANCING 1 LINE.
037200     MOVE 'ANTES  :'      TO WS-INQ-IMG-ROTULO.
037300     MOVE JN-IMAGEM-ANTES TO WS-INQ-IMAGEM.
037400     PERFORM 2200-MONTA-IMAGEM THRU 2200-EXIT.
037500     WRITE LINHA-ALTERACOES FROM WS-INQ-LINHA-IMAGEM
037600         AFTER ADVANCING 1 LINE.
037700     MOVE 'DEPOIS :'       TO WS-INQ-IMG-ROTULO.
037800     MOVE JN-IMAGEM-DEPOIS TO WS-INQ-IMAGEM.
037900     PERFORM 2200-MONTA-IMAGEM THRU 2200-EXIT.
038000     WRITE LINHA-ALTERACOES FROM WS-INQ-LINHA-IMAGEM
038100         AFTER ADVANCING 1 LINE.
038200     WRITE LINHA-ALTERACOES FROM WS-LINHA-BRANCO
038300         AFTER ADVANCING 1 LINE.
038400     ADD 4 TO WS-LINHAS-NA-PAGINA.
038500     ADD 1 TO WS-CONTADOR-LISTADAS.
038600 2100-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    2150-DESCREVE-MOVIMENTO                                    *
039000*    TRADUZ O TIPO DO MOVIMENTO -- OS CODIGOS SAO OS MESMOS NOS *
039100*    TRES PROGRAMAS DE MANUTENCAO                               *
039200*****************************************************************
039300 2150-DESCREVE-MOVIMENTO.
039400     IF JN-TIPO-MOVIMENTO = 'I'
039500         MOVE 'INCLUSAO'     TO WS-INQ-MOVIMENTO
039600     ELSE
039700       IF JN-TIPO-MOVIMENTO = 'A'
039800         MOVE 'ALTERACAO'    TO WS-INQ-MOVIMENTO
039900       ELSE
040000         IF JN-TIPO-MOVIMENTO = 'E'
040100             MOVE 'EXCLUSAO'     TO WS-INQ-MOVIMENTO
040200         ELSE
040300           IF JN-TIPO-MOVIMENTO = 'D'
040400             MOVE 'DESLIGAMENTO' TO WS-INQ-MOVIMENTO
040500           ELSE
040600             IF JN-TIPO-MOVIMENTO = 'T'
040700               MOVE 'VIGENCIA'     TO WS-INQ-MOVIMENTO
040800             ELSE
040900               IF JN-TIPO-MOVIMENTO = 'V'
041000                 MOVE 'EXC.VIGENCIA' TO WS-INQ-MOVIMENTO
041100               ELSE
041200                 MOVE JN-TIPO-MOVIMENTO TO WS-INQ-MOVIMENTO
041300               END-IF
041400             END-IF
041500           END-IF
041600         END-IF
041700       END-IF
041800     END-IF.
041900 2150-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    2200-MONTA-IMAGEM                                          *
042300*    MONTA O TEXTO DA IMAGEM EM WS-INQ-IMAGEM CONFORME O        *
042400*    ARQUIVO DE ORIGEM DA ALTERACAO -- IMAGEM EM BRANCO E' O    *
042500*    LADO SEM REGISTRO (ANTES DA INCLUSAO, DEPOIS DA EXCLUSAO)  *
042600*****************************************************************
042700 2200-MONTA-IMAGEM.
042800     MOVE SPACES TO WS-INQ-TEXTO.
042900     IF WS-INQ-IMAGEM = SPACES
043000         MOVE '*SEM REGISTRO*' TO WS-INQ-TEXTO
043100     ELSE
043200         IF JN-MESTRE-VENDEDOR
043300             PERFORM 2210-IMAGEM-VENDEDOR THRU 2210-EXIT
043400         ELSE
043500           IF JN-MESTRE-VIGENCIA
043600             PERFORM 2220-IMAGEM-VIGENCIA THRU 2220-EXIT
043700           ELSE
043800             IF JN-MESTRE-COTA
043900                 PERFORM 2230-IMAGEM-COTA THRU 2230-EXIT
044000             ELSE
044100                 PERFORM 2240-IMAGEM-REGIAO THRU 2240-EXIT
044200             END-IF
044300           END-IF
044400         END-IF
044500     END-IF.
044600     MOVE WS-INQ-TEXTO TO WS-INQ-IMG-TEXTO.
044700 2200-EXIT.
044800     EXIT.
044900*****************************************************************
045000*    2210-IMAGEM-VENDEDOR                                       *
045100*    IMAGEM DO MESTRE DE VENDEDORES -- MATRICULA, NOME, REGIAO, *
045200*    DATAS DE ADMISSAO E DESLIGAMENTO E SITUACAO                *
045300*****************************************************************
045400 2210-IMAGEM-VENDEDOR.
045500     MOVE WS-INQ-IMAGEM TO REGISTRO-VENDEDOR-MASTER.
045600     MOVE ZERO TO WS-DATA-CRITICA.
045700     IF VM-DATA-ADMISSAO IS NUMERIC
045800         MOVE VM-DATA-ADMISSAO TO WS-DATA-CRITICA
045900     END-IF.
046000     PERFORM 2900-FORMATA-DATA THRU 2900-EXIT.
046100     MOVE WS-DATA-FORMATADA TO WS-ADMISSAO-FORMATADA.
046200     MOVE ZERO TO WS-DATA-CRITICA.
046300     IF VM-DATA-DESLIGAMENTO IS NUMERIC
046400         MOVE VM-DATA-DESLIGAMENTO TO WS-DATA-CRITICA
046500     END-IF.
046600     PERFORM 2900-FORMATA-DATA THRU 2900-EXIT.
046700     MOVE WS-DATA-FORMATADA TO WS-DESLIGAMENTO-FORMATADA.
046800     STRING VM-MATRICULA-VENDEDOR   DELIMITED BY SIZE
046900            ' '                     DELIMITED BY SIZE
047000            VM-NOME-VENDEDOR        DELIMITED BY SIZE
047100            ' '                     DELIMITED BY SIZE
047200            VM-REGIAO-VENDEDOR      DELIMITED BY SIZE
047300            ' '                     DELIMITED BY SIZE
047400            VM-DESCRICAO-REGIAO     DELIMITED BY SIZE
047500            ' ADM '                 DELIMITED BY SIZE
047600            WS-ADMISSAO-FORMATADA   DELIMITED BY SIZE
047700            ' DESL '                DELIMITED BY SIZE
047800            WS-DESLIGAMENTO-FORMATADA DELIMITED BY SIZE
047900            ' SIT '                 DELIMITED BY SIZE
048000            VM-SITUACAO-VENDEDOR    DELIMITED BY SIZE
048100         INTO WS-INQ-TEXTO
048200     END-STRING.
048300 2210-EXIT.
048400     EXIT.
048500*****************************************************************
048600*    2220-IMAGEM-VIGENCIA                                       *
048700*    IMAGEM DA VIGENCIA DE REGIAO -- MATRICULA, PERIODO INICIO  *
048800*    E FIM E A REGIAO                                           *
048900*****************************************************************
049000 2220-IMAGEM-VIGENCIA.
049100     MOVE WS-INQ-IMAGEM TO REGISTRO-REGIAO-VIGENCIA.
049200     STRING TV-MATRICULA-VENDEDOR   DELIMITED BY SIZE
049300            ' '                     DELIMITED BY SIZE
049400            TV-ANO-INICIO           DELIMITED BY SIZE
049500            'T'                     DELIMITED BY SIZE
049600            TV-TRIMESTRE-INICIO     DELIMITED BY SIZE
049700            ' A '                   DELIMITED BY SIZE
049800            TV-ANO-FIM              DELIMITED BY SIZE
049900            'T'                     DELIMITED BY SIZE
050000            TV-TRIMESTRE-FIM        DELIMITED BY SIZE
050100            ' '                     DELIMITED BY SIZE
050200            TV-REGIAO-VENDEDOR      DELIMITED BY SIZE
050300            ' '                     DELIMITED BY SIZE
050400            TV-DESCRICAO-REGIAO     DELIMITED BY SIZE
050500         INTO WS-INQ-TEXTO
050600     END-STRING.
050700 2220-EXIT.
050800     EXIT.
050900*****************************************************************
051000*    2230-IMAGEM-COTA                                           *
051100*    IMAGEM DO MESTRE DE COTAS -- MATRICULA, PERIODO E VALOR    *
051200*****************************************************************
051300 2230-IMAGEM-COTA.
051400     MOVE WS-INQ-IMAGEM TO REGISTRO-COTA-MASTER.
051500     MOVE QM-VALOR-COTA TO WS-ED-COTA.
051600     STRING QM-MATRICULA-VENDEDOR   DELIMITED BY SIZE
051700            ' '                     DELIMITED BY SIZE
051800            QM-ANO-COTA             DELIMITED BY SIZE
051900            'T'                     DELIMITED BY SIZE
052000            QM-TRIMESTRE-COTA       DELIMITED BY SIZE
052100            ' COTA '                DELIMITED BY SIZE
052200            WS-ED-COTA              DELIMITED BY SIZE
052300         INTO WS-INQ-TEXTO
052400     END-STRING.
052500 2230-EXIT.
052600     EXIT.
052700*****************************************************************
052800*    2240-IMAGEM-REGIAO                                         *
052900*    IMAGEM DO MESTRE DE REGIOES -- CODIGO, DESCRICAO, NOME E   *
053000*    MATRICULA DO GERENTE REGIONAL                              *
053100*****************************************************************
053200 2240-IMAGEM-REGIAO.
053300     MOVE WS-INQ-IMAGEM TO REGISTRO-REGIAO-MASTER.
053400     MOVE SPACES TO WS-MATRICULA-GERENTE-TXT.
053500     IF RG-MATRICULA-GERENTE IS NUMERIC
053600         AND RG-MATRICULA-GERENTE > ZERO
053700         MOVE RG-MATRICULA-GERENTE TO WS-MATRICULA-GERENTE-TXT
053800     END-IF.
053900     STRING RG-CODIGO-REGIAO        DELIMITED BY SIZE
054000            ' '                     DELIMITED BY SIZE
054100            RG-DESCRICAO-REGIAO     DELIMITED BY SIZE
054200            ' GERENTE '             DELIMITED BY SIZE
054300            RG-GERENTE-REGIONAL     DELIMITED BY SIZE
054400            ' MATR '                DELIMITED BY SIZE
054500            WS-MATRICULA-GERENTE-TXT DELIMITED BY SIZE
054600         INTO WS-INQ-TEXTO
054700     END-STRING.
054800 2240-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    2900-FORMATA-DATA                                          *
055200*    FORMATA A DATA AAAAMMDD EM WS-DATA-CRITICA COMO DD/MM/AAAA *
055300*    EM WS-DATA-FORMATADA -- DATA ZERADA SAI EM BRANCO          *
055400*****************************************************************
055500 2900-FORMATA-DATA.
055600     MOVE SPACES TO WS-DATA-FORMATADA.
055700     IF WS-DATA-CRITICA = ZERO
055800         GO TO 2900-EXIT.
055900     STRING WS-DATA-CRIT-DIA     DELIMITED BY SIZE
056000            '/'                  DELIMITED BY SIZE
056100            WS-DATA-CRIT-MES     DELIMITED BY SIZE
056200            '/'                  DELIMITED BY SIZE
056300            WS-DATA-CRIT-ANO     DELIMITED BY SIZE
056400         INTO WS-DATA-FORMATADA
056500     END-STRING.
056600 2900-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    4000-IMPRIME-RODAPE                                        *
057000*    IMPRIME O RODAPE COM A QUANTIDADE DE ALTERACOES LISTADAS   *
057100*****************************************************************
057200 4000-IMPRIME-RODAPE.
057300     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
057400         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
057500     END-IF.
057600     MOVE WS-CONTADOR-LISTADAS TO WS-ROD-INQ-QTD.
057700     WRITE LINHA-ALTERACOES FROM WS-LINHA-BRANCO
057800         AFTER ADVANCING 1 LINE.
057900     WRITE LINHA-ALTERACOES FROM WS-LINHA-RODAPE-ALTERACOES
058000         AFTER ADVANCING 1 LINE.
058100     ADD 2 TO WS-LINHAS-NA-PAGINA.
058200 4000-EXIT.
058300     EXIT.
058400*****************************************************************
058500*    7000-LER-JOURNAL                                           *
058600*    LE O PROXIMO REGISTRO DO JOURNAL EM ORDEM CRONOLOGICA      *
058700*****************************************************************
058800 7000-LER-JOURNAL.
058900     IF FIM-JOURNAL
059000         GO TO 7000-EXIT.
059100     READ ARQUIVO-JOURNAL
059200         AT END MOVE 'S' TO WS-FIM-JOURNAL
059300     END-READ.
059400 7000-EXIT.
059500     EXIT.
059600*****************************************************************
059700*    8000-FINALIZACAO                                           *
059800*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO              *
059900*****************************************************************
060000 8000-FINALIZACAO.
060100     CLOSE ARQUIVO-JOURNAL
060200           RELAT-ALTERACOES.
060300 8000-EXIT.
060400     EXIT.
