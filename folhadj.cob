003500*    24/08/2026  RMS  PROGRAMA ORIGINAL -- GERACAO DE AJUSTES   *
003600*                     DE UM PERIODO REPROCESSADO CONTRA O       *
003700*                     LIVRO-RAZAO DE COMISSOES ENVIADAS.        *
003710*    03/09/2026  RMS  O VALOR ORIGINAL ENVIADO PELO FOLHAEXT E' *
003720*                     PRESERVADO NO RAZAO A CADA AJUSTE OU      *
003730*                     ESTORNO -- SO' O VALOR PAGO E' ALTERADO,  *
003740*                     PARA QUE O EXTRATO DE COMISSAO MOSTRE O   *
003750*                     TOTAL AJUSTADO DO PERIODO.                *
003760*    05/09/2026  RMS  O OVERRIDE DE GERENTE REGIONAL (TIPO 'G') *
003761*                     E' AJUSTADO COMO A COMISSAO: O ARQUIVO    *
003762*                     DE OVERRIDE RECALCULADO PELO COMGER VEM   *
003763*                     CONCATENADO AO ARQUIVO-COMISSAO (FAIXA    *
003764*                     'OVERRIDE'). SEM ELE, OS OVERRIDES DO     *
003765*                     RAZAO SAO MANTIDOS, NAO ESTORNADOS.       *
003766*                     MATRICULA CUJO LANCAMENTO NO RAZAO E' DE  *
003767*                     OUTRO TIPO SAI COMO CONFLITO, SEM AJUSTE. *
003768*    11/09/2026  RMS  COMISSAO NOVA (SEM LANCAMENTO NO RAZAO)   *
003769*                     DE VENDEDOR DESLIGADO NO MESTRE FICA      *
003770*                     RETIDA PARA O RH, COMO NO FOLHAEXT -- SAI *
003771*                     NA LISTAGEM COMO RETIDA, SEM TRANSACAO E  *
003772*                     SEM RAZAO, COM TOTAL PROPRIO NO RODAPE.   *
003800*                                                               *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS FL-CHAVE-LEDGER
005400         FILE STATUS IS WS-STATUS-LEDGER.
005410     SELECT VENDEDOR-MASTER ASSIGN TO VENDMAST
005420         ORGANIZATION IS INDEXED
005430         ACCESS MODE IS RANDOM
005440         RECORD KEY IS VM-MATRICULA-VENDEDOR
005450         FILE STATUS IS WS-STATUS-MASTER.
005500     SELECT ARQUIVO-AJUSTES ASSIGN TO FOLHAJU
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT RELAT-AJUSTES ASSIGN TO AUDAJUST
006000 FILE SECTION.
006100*****************************************************************
006200*    ARQUIVO-COMISSAO -- ENTRADA, A COMISSAO DE CADA VENDEDOR   *
006300*    RECALCULADA PELO QUARTER NO REPROCESSAMENTO DO PERIODO --  *
006310*    PODE VIR SEGUIDO DO ARQUIVO DE OVERRIDE DO COMGER, NO      *
006320*    MESMO LAYOUT, COM A FAIXA 'OVERRIDE'                       *
006400*****************************************************************
006500 FD  ARQUIVO-COMISSAO
006600     LABEL RECORDS ARE STANDARD.
007400 FD  FOLHA-LEDGER
007500     LABEL RECORDS ARE STANDARD.
007600     COPY FOLHALED.
007610*****************************************************************
007620*    VENDEDOR-MASTER -- ENTRADA, A SITUACAO DO VENDEDOR DE UMA  *
007630*    COMISSAO NOVA NO REPROCESSAMENTO -- DESLIGADO FICA RETIDO  *
007640*    PARA O RH, COMO NO FOLHAEXT                                *
007650*****************************************************************
007660 FD  VENDEDOR-MASTER
007670     LABEL RECORDS ARE STANDARD.
007680     COPY VENDMAST.
007700*****************************************************************
007800*    ARQUIVO-AJUSTES -- SAIDA, AS TRANSACOES DE AJUSTE NO       *
007900*    MESMO LAYOUT DO ARQUIVO-FOLHA ('D' COM O VALOR DA          *
011000 77  WS-CONTADOR-SEM-DIFERENCA        PIC 9(06) COMP-3 VALUE ZERO.
011100 77  WS-CONTADOR-AJUSTES              PIC 9(06) COMP-3 VALUE ZERO.
011200 77  WS-CONTADOR-ESTORNOS             PIC 9(06) COMP-3 VALUE ZERO.
011210 77  WS-CONTADOR-CONFLITOS            PIC 9(06) COMP-3 VALUE ZERO.
011220 77  WS-CONTADOR-OVERRIDE-MANTIDO     PIC 9(06) COMP-3 VALUE ZERO.
011221 77  WS-STATUS-MASTER                 PIC X(02) VALUE SPACES.
011222 77  WS-VENDEDOR-NO-MESTRE-SW         PIC X(01) VALUE 'N'.
011223     88  VENDEDOR-NO-MESTRE                     VALUE 'S'.
011224 77  WS-CONTADOR-RETIDOS-RH           PIC 9(06) COMP-3 VALUE ZERO.
011225 77  WS-TOTAL-RETIDO-RH               PIC S9(9)V99 COMP-3
011226                                              VALUE ZERO.
011230*****************************************************************
011240*    TIPO DO LANCAMENTO DA COMISSAO LIDA ('C' COMISSAO DE       *
011250*    VENDEDOR, 'G' OVERRIDE DE GERENTE REGIONAL) E DO           *
011260*    LANCAMENTO ENCONTRADO NO RAZAO (EM BRANCO VALE 'C')        *
011270*****************************************************************
011280 77  WS-TIPO-LANCAMENTO               PIC X(01) VALUE 'C'.
011281     88  LANCAMENTO-OVERRIDE                    VALUE 'G'.
011282 77  WS-TIPO-LANCAMENTO-RAZAO         PIC X(01) VALUE 'C'.
011283 77  WS-OVERRIDE-NO-REPROCESSO-SW     PIC X(01) VALUE 'N'.
011284     88  OVERRIDE-NO-REPROCESSO                 VALUE 'S'.
011285 77  WS-CONFLITO-TIPO-SW              PIC X(01) VALUE 'N'.
011286     88  CONFLITO-TIPO                          VALUE 'S'.
011300 77  WS-TOTAL-LIQUIDO-AJUSTES         PIC S9(9)V99 COMP-3
011400                                              VALUE ZERO.
011500 77  WS-VALOR-ANTERIOR                PIC S9(7)V99 COMP-3
011600                                              VALUE ZERO.
011650 77  WS-VALOR-ORIGINAL                PIC S9(7)V99 COMP-3
011660                                              VALUE ZERO.
011700 77  WS-VALOR-AJUSTE                  PIC S9(7)V99 COMP-3
011800                                              VALUE ZERO.
011900 77  WS-DATA-AJUSTE                   PIC 9(08) VALUE ZERO.
014000*    REPROCESSADO -- INDEXADA DIRETO PELA PROPRIA MATRICULA,    *
014100*    PARA QUE A VARREDURA FINAL DO RAZAO RECONHECA EM UM        *
014200*    ACESSO OS VENDEDORES QUE SUMIRAM DO REPROCESSAMENTO E      *
014300*    PRECISAM DE ESTORNO -- CADA POSICAO GUARDA O TIPO DO       *
014310*    LANCAMENTO REPROCESSADO ('C' OU 'G')                       *
014400*****************************************************************
014500 01  WS-TABELA-REPROCESSADAS         VALUE SPACES.
014600     05  WS-MATRICULA-REPROCESSADA    PIC X(01)
020800     05  FILLER                       PIC X(010) VALUE
020900         'ESTORNOS'.
021000     05  WS-ROD-ESTORNOS              PIC ZZZ.ZZ9.
021010     05  FILLER                       PIC X(003) VALUE SPACES.
021020     05  FILLER                       PIC X(011) VALUE
021030         'CONFLITOS'.
021040     05  WS-ROD-CONFLITOS             PIC ZZZ.ZZ9.
021100     05  FILLER                       PIC X(017) VALUE SPACES.
021200 01  WS-LINHA-RODAPE-AJUSTES-2.
021300     05  FILLER                       PIC X(002) VALUE SPACES.
021400     05  FILLER                       PIC X(026) VALUE
021500         'VALOR LIQUIDO DOS AJUSTES'.
021600     05  FILLER                       PIC X(002) VALUE SPACES.
021700     05  WS-ROD-TOTAL-LIQUIDO         PIC -Z.ZZZ.ZZZ.ZZ9,99.
021710     05  FILLER                       PIC X(004) VALUE SPACES.
021720     05  FILLER                       PIC X(031) VALUE
021730         'OVERRIDES MANTIDOS SEM REPROC.'.
021740     05  WS-ROD-OVERRIDE-MANTIDO      PIC ZZZ.ZZ9.
021800     05  FILLER                       PIC X(043) VALUE SPACES.
021810 01  WS-LINHA-RODAPE-AJUSTES-3.
021815     05  FILLER                       PIC X(002) VALUE SPACES.
021820     05  FILLER                       PIC X(032) VALUE
021825         'DESLIGADOS RETIDOS PARA O RH'.
021830     05  WS-ROD-RETIDOS-RH            PIC ZZZ.ZZ9.
021835     05  FILLER                       PIC X(004) VALUE SPACES.
021840     05  FILLER                       PIC X(022) VALUE
021845         'TOTAL RETIDO PARA O RH'.
021850     05  FILLER                       PIC X(002) VALUE SPACES.
021855     05  WS-ROD-TOTAL-RETIDO-RH       PIC -Z.ZZZ.ZZZ.ZZ9,99.
021860     05  FILLER                       PIC X(046) VALUE SPACES.
021900 PROCEDURE DIVISION.
022000*****************************************************************
022100*    0000-MAINLINE-CONTROLE                                     *
025500             'EXECUCAO INTERROMPIDA'
025600         CLOSE FOLHA-LEDGER
025700         STOP RUN.
025710     OPEN INPUT VENDEDOR-MASTER.
025720     IF WS-STATUS-MASTER NOT = '00'
025730         DISPLAY 'FOLHADJ -- MESTRE DE VENDEDORES INDISPONIVEL '
025740             '(STATUS ' WS-STATUS-MASTER ') -- EXECUCAO '
025750             'INTERROMPIDA'
025760         CLOSE FOLHA-LEDGER
025770         STOP RUN.
025800     OPEN INPUT  ARQUIVO-COMISSAO
025900          OUTPUT ARQUIVO-AJUSTES
026000          OUTPUT RELAT-AJUSTES.
034200*    2000-PROCESSA-COMISSAO                                     *
034300*    COMPARA A COMISSAO REPROCESSADA COM O VALOR QUE O RAZAO    *
034400*    DIZ TER SIDO ENVIADO -- SO' A DIFERENCA VIRA TRANSACAO     *
034500*    DE AJUSTE; VALOR IGUAL E' APENAS CONTADO. O REGISTRO COM   *
034510*    A FAIXA 'OVERRIDE' E' O OVERRIDE DE GERENTE DO COMGER, E   *
034520*    SO' SE COMPARA COM UM LANCAMENTO DE OVERRIDE NO RAZAO (E   *
034530*    A COMISSAO SO' COM UM DE COMISSAO) -- TIPOS DIFERENTES NA  *
034540*    MESMA MATRICULA SAEM COMO CONFLITO, SEM AJUSTE. COMISSAO   *
034541*    NOVA DE VENDEDOR DESLIGADO NO MESTRE FICA RETIDA PARA O    *
034542*    RH, COMO NO FOLHAEXT                                       *
034600*****************************************************************
034700 2000-PROCESSA-COMISSAO.
034800     ADD 1 TO WS-CONTADOR-LIDAS.
034810     IF CM-FAIXA = 'OVERRIDE'
034820         MOVE 'G' TO WS-TIPO-LANCAMENTO
034830         MOVE 'S' TO WS-OVERRIDE-NO-REPROCESSO-SW
034840     ELSE
034850         MOVE 'C' TO WS-TIPO-LANCAMENTO
034860     END-IF.
035200     PERFORM 2100-LOCALIZA-LEDGER THRU 2100-EXIT.
035210     IF CONFLITO-TIPO
035220         PERFORM 2500-IMPRIME-CONFLITO THRU 2500-EXIT
035230         GO TO 2000-LER.
035231     IF NOT LEDGER-ENCONTRADO
035232         AND NOT LANCAMENTO-OVERRIDE
035233         PERFORM 2150-LOCALIZA-MESTRE THRU 2150-EXIT
035234         IF VENDEDOR-NO-MESTRE
035235             AND VM-VENDEDOR-DESLIGADO
035236             PERFORM 2600-IMPRIME-RETENCAO-RH THRU 2600-EXIT
035237             GO TO 2000-LER
035238         END-IF
035239     END-IF.
035240     IF CM-MATRICULA > ZERO
035250         MOVE WS-TIPO-LANCAMENTO
035260             TO WS-MATRICULA-REPROCESSADA (CM-MATRICULA)
035270     END-IF.
035300     COMPUTE WS-VALOR-AJUSTE =
035400         CM-VALOR-COMISSAO - WS-VALOR-ANTERIOR.
035500     IF WS-VALOR-AJUSTE = ZERO
035900         PERFORM 2300-ATUALIZA-LEDGER THRU 2300-EXIT
036000         PERFORM 2400-IMPRIME-AJUSTE THRU 2400-EXIT
036100     END-IF.
036150 2000-LER.
036200     PERFORM 7000-LER-COMISSAO THRU 7000-EXIT.
036300 2000-EXIT.
036400     EXIT.
036600*    2100-LOCALIZA-LEDGER                                       *
036700*    LOCALIZA NO RAZAO O VALOR JA ENVIADO A FOLHA PARA A        *
036800*    MATRICULA NO PERIODO -- AUSENTE NO RAZAO, O VALOR          *
036900*    ANTERIOR E' ZERO (VENDEDOR NOVO NO REPROCESSAMENTO) --     *
036910*    O VALOR ORIGINAL ENVIADO E' GUARDADO PARA SER REGRAVADO;   *
036920*    REGISTRO ANTERIOR AO CAMPO ASSUME O VALOR PAGO. UM         *
036930*    LANCAMENTO DE TIPO DIFERENTE DO LIDO LIGA O CONFLITO       *
037000*****************************************************************
037100 2100-LOCALIZA-LEDGER.
037200     MOVE 'N'                TO WS-LEDGER-ENCONTRADO-SW.
037250     MOVE 'N'                TO WS-CONFLITO-TIPO-SW.
037300     MOVE ZERO               TO WS-VALOR-ANTERIOR.
037310     MOVE ZERO               TO WS-VALOR-ORIGINAL.
037400     MOVE WS-ANO-ATUAL       TO FL-ANO-APURACAO.
037500     MOVE WS-TRIMESTRE-ATUAL TO FL-TRIMESTRE-APURACAO.
037600     MOVE CM-MATRICULA       TO FL-MATRICULA.
038000         NOT INVALID KEY
038100             MOVE 'S'           TO WS-LEDGER-ENCONTRADO-SW
038200             MOVE FL-VALOR-PAGO TO WS-VALOR-ANTERIOR
038210             IF FL-VALOR-ORIGINAL IS NUMERIC
038220                 MOVE FL-VALOR-ORIGINAL TO WS-VALOR-ORIGINAL
038230             ELSE
038240                 MOVE FL-VALOR-PAGO     TO WS-VALOR-ORIGINAL
038250             END-IF
038260             IF FL-LANCAMENTO-COMISSAO
038270                 MOVE 'C' TO WS-TIPO-LANCAMENTO-RAZAO
038280             ELSE
038290                 MOVE 'G' TO WS-TIPO-LANCAMENTO-RAZAO
038291             END-IF
038292             IF WS-TIPO-LANCAMENTO-RAZAO NOT = WS-TIPO-LANCAMENTO
038293                 MOVE 'S' TO WS-CONFLITO-TIPO-SW
038294             END-IF
038300     END-READ.
038400 2100-EXIT.
038500     EXIT.
038510*****************************************************************
038515*    2150-LOCALIZA-MESTRE                                       *
038520*    LOCALIZA NO MESTRE A MATRICULA DE UMA COMISSAO NOVA NO     *
038525*    REPROCESSAMENTO -- O FOLHAEXT RETEVE A DE VENDEDOR         *
038530*    DESLIGADO, E ELA NAO PODE SER PAGA AQUI SEM A LIBERACAO    *
038535*    DO RH                                                      *
038540*****************************************************************
038545 2150-LOCALIZA-MESTRE.
038550     MOVE 'N' TO WS-VENDEDOR-NO-MESTRE-SW.
038555     MOVE CM-MATRICULA TO VM-MATRICULA-VENDEDOR.
038560     READ VENDEDOR-MASTER
038565         INVALID KEY
038570             CONTINUE
038575         NOT INVALID KEY
038580             MOVE 'S' TO WS-VENDEDOR-NO-MESTRE-SW
038585     END-READ.
038590 2150-EXIT.
038595     EXIT.
038600*****************************************************************
038700*    2200-GRAVA-AJUSTE                                          *
038800*    GRAVA A TRANSACAO DE AJUSTE COM O VALOR DA DIFERENCA --    *
039500     MOVE WS-ANO-ATUAL        TO FP-ANO-APURACAO.
039600     MOVE WS-TRIMESTRE-ATUAL  TO FP-TRIMESTRE-APURACAO.
039700     MOVE WS-VALOR-AJUSTE     TO FP-VALOR-COMISSAO.
039750     MOVE WS-TIPO-LANCAMENTO  TO FP-TIPO-PAGAMENTO.
039800     WRITE REG-FOLHA-PAGAMENTO.
039900     ADD 1 TO WS-CONTADOR-AJUSTES.
040000     ADD WS-VALOR-AJUSTE TO WS-TOTAL-LIQUIDO-AJUSTES.
040300*****************************************************************
040400*    2300-ATUALIZA-LEDGER                                       *
040500*    ATUALIZA O RAZAO PARA O NOVO VALOR TOTAL ENVIADO A         *
040600*    FOLHA (VALOR ANTERIOR + AJUSTE EMITIDO), MANTENDO O        *
040610*    VALOR ORIGINAL DO ENVIO (ZERO PARA MATRICULA NOVA)         *
040700*****************************************************************
040800 2300-ATUALIZA-LEDGER.
040900     MOVE SPACES              TO REGISTRO-FOLHA-LEDGER.
041200     MOVE CM-MATRICULA        TO FL-MATRICULA.
041300     MOVE CM-NOME             TO FL-NOME-VENDEDOR.
041400     MOVE CM-VALOR-COMISSAO   TO FL-VALOR-PAGO.
041450     MOVE WS-VALOR-ORIGINAL   TO FL-VALOR-ORIGINAL.
041500     MOVE WS-DATA-AJUSTE      TO FL-DATA-ENVIO.
041600     MOVE WS-HORA-AJUSTE(1:6) TO FL-HORA-ENVIO.
041650     MOVE WS-TIPO-LANCAMENTO  TO FL-TIPO-LANCAMENTO.
041700     IF LEDGER-ENCONTRADO
041800         REWRITE REGISTRO-FOLHA-LEDGER
041900     ELSE
044800     ADD 1 TO WS-LINHAS-NA-PAGINA.
044900 2400-EXIT.
045000     EXIT.
045010*****************************************************************
045020*    2500-IMPRIME-CONFLITO                                      *
045030*    IMPRIME A MATRICULA CUJO LANCAMENTO NO RAZAO E' DE OUTRO   *
045040*    TIPO (COMISSAO DE VENDEDOR X OVERRIDE DE GERENTE) -- O     *
045050*    RAZAO TEM UM SO' LANCAMENTO POR MATRICULA NO PERIODO, E    *
045060*    NENHUM AJUSTE E' EMITIDO; A DIFERENCA FICA PARA ACERTO     *
045070*    MANUAL COM A FOLHA                                         *
045080*****************************************************************
045090 2500-IMPRIME-CONFLITO.
045100     ADD 1 TO WS-CONTADOR-CONFLITOS.
045110     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
045120         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
045130     END-IF.
045140     MOVE CM-MATRICULA       TO WS-AJU-MATRICULA.
045150     MOVE CM-NOME            TO WS-AJU-NOME.
045160     MOVE WS-VALOR-ANTERIOR  TO WS-AJU-VALOR-ANTERIOR.
045170     MOVE CM-VALOR-COMISSAO  TO WS-AJU-VALOR-NOVO.
045180     MOVE ZERO               TO WS-AJU-VALOR-AJUSTE.
045190     MOVE 'CONFLITO  '       TO WS-AJU-SITUACAO.
045200     WRITE LINHA-AJUSTES FROM WS-AJU-LINHA-DETALHE
045210         AFTER ADVANCING 1 LINE.
045220     ADD 1 TO WS-LINHAS-NA-PAGINA.
045230 2500-EXIT.
045240     EXIT.
045250*****************************************************************
045255*    2600-IMPRIME-RETENCAO-RH                                   *
045260*    IMPRIME A COMISSAO NOVA DE VENDEDOR DESLIGADO NO MESTRE,   *
045265*    RETIDA PARA O RH COMO NO FOLHAEXT -- NENHUMA TRANSACAO E'  *
045270*    EMITIDA E O RAZAO NAO E' GRAVADO, PARA QUE O PROXIMO       *
045275*    REPROCESSAMENTO TAMBEM A RETENHA ENQUANTO O VENDEDOR       *
045280*    CONTINUAR DESLIGADO                                        *
045285*****************************************************************
045290 2600-IMPRIME-RETENCAO-RH.
045295     ADD 1 TO WS-CONTADOR-RETIDOS-RH.
045300     ADD CM-VALOR-COMISSAO TO WS-TOTAL-RETIDO-RH.
045305     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
045310         PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT
045315     END-IF.
045320     MOVE CM-MATRICULA       TO WS-AJU-MATRICULA.
045325     MOVE CM-NOME            TO WS-AJU-NOME.
045330     MOVE ZERO               TO WS-AJU-VALOR-ANTERIOR.
045335     MOVE CM-VALOR-COMISSAO  TO WS-AJU-VALOR-NOVO.
045340     MOVE ZERO               TO WS-AJU-VALOR-AJUSTE.
045345     MOVE 'RETIDO RH '       TO WS-AJU-SITUACAO.
045350     WRITE LINHA-AJUSTES FROM WS-AJU-LINHA-DETALHE
045355         AFTER ADVANCING 1 LINE.
045360     ADD 1 TO WS-LINHAS-NA-PAGINA.
045365 2600-EXIT.
045370     EXIT.
045100*****************************************************************
045200*    3000-ESTORNA-REMOVIDOS                                     *
045300*    VARRE O RAZAO DO PERIODO ATRAS DE MATRICULAS QUE NAO       *
049200*****************************************************************
049300*    3200-AVALIA-LEDGER                                         *
049400*    UMA MATRICULA DO RAZAO QUE NAO VEIO NO REPROCESSAMENTO E   *
049500*    AINDA TEM VALOR ENVIADO RECEBE O ESTORNO INTEGRAL -- O     *
049510*    LANCAMENTO PRECISA TER VINDO COM O MESMO TIPO. SEM O       *
049520*    ARQUIVO DE OVERRIDE NA ENTRADA, OS OVERRIDES DE GERENTE    *
049530*    DO RAZAO SAO MANTIDOS COMO ESTAO                           *
049600*****************************************************************
049700 3200-AVALIA-LEDGER.
049710     IF FL-LANCAMENTO-COMISSAO
049720         MOVE 'C' TO WS-TIPO-LANCAMENTO-RAZAO
049730     ELSE
049740         MOVE 'G' TO WS-TIPO-LANCAMENTO-RAZAO
049750     END-IF.
049760     IF WS-TIPO-LANCAMENTO-RAZAO = 'G'
049770         AND NOT OVERRIDE-NO-REPROCESSO
049780         ADD 1 TO WS-CONTADOR-OVERRIDE-MANTIDO
049790         GO TO 3200-LER.
049800     IF WS-MATRICULA-REPROCESSADA (FL-MATRICULA) NOT =
049810             WS-TIPO-LANCAMENTO-RAZAO
049900         AND FL-VALOR-PAGO NOT = ZERO
050000         PERFORM 3300-GRAVA-ESTORNO THRU 3300-EXIT
050100     END-IF.
050150 3200-LER.
050200     PERFORM 3100-LER-LEDGER-PERIODO THRU 3100-EXIT.
050300 3200-EXIT.
050400     EXIT.
051600     MOVE WS-ANO-ATUAL        TO FP-ANO-APURACAO.
051700     MOVE WS-TRIMESTRE-ATUAL  TO FP-TRIMESTRE-APURACAO.
051800     MOVE WS-VALOR-AJUSTE     TO FP-VALOR-COMISSAO.
051850     MOVE WS-TIPO-LANCAMENTO-RAZAO TO FP-TIPO-PAGAMENTO.
051900     WRITE REG-FOLHA-PAGAMENTO.
052000     ADD 1 TO WS-CONTADOR-AJUSTES.
052100     ADD 1 TO WS-CONTADOR-ESTORNOS.
053200     WRITE LINHA-AJUSTES FROM WS-AJU-LINHA-DETALHE
053300         AFTER ADVANCING 1 LINE.
053400     ADD 1 TO WS-LINHAS-NA-PAGINA.
053450     IF FL-VALOR-ORIGINAL NOT NUMERIC
053460         MOVE FL-VALOR-PAGO   TO FL-VALOR-ORIGINAL
053470     END-IF.
053500     MOVE ZERO                TO FL-VALOR-PAGO.
053600     MOVE WS-DATA-AJUSTE      TO FL-DATA-ENVIO.
053700     MOVE WS-HORA-AJUSTE(1:6) TO FL-HORA-ENVIO.
056500     MOVE WS-CONTADOR-SEM-DIFERENCA TO WS-ROD-SEM-DIFERENCA.
056600     MOVE WS-CONTADOR-AJUSTES       TO WS-ROD-AJUSTES.
056700     MOVE WS-CONTADOR-ESTORNOS      TO WS-ROD-ESTORNOS.
056750     MOVE WS-CONTADOR-CONFLITOS     TO WS-ROD-CONFLITOS.
056760     MOVE WS-CONTADOR-OVERRIDE-MANTIDO
056770                                    TO WS-ROD-OVERRIDE-MANTIDO.
056780     MOVE WS-CONTADOR-RETIDOS-RH    TO WS-ROD-RETIDOS-RH.
056790     MOVE WS-TOTAL-RETIDO-RH        TO WS-ROD-TOTAL-RETIDO-RH.
056800     MOVE WS-TOTAL-LIQUIDO-AJUSTES  TO WS-ROD-TOTAL-LIQUIDO.
056900     WRITE LINHA-AJUSTES FROM WS-LINHA-BRANCO
057000         AFTER ADVANCING 1 LINE.
057200         AFTER ADVANCING 1 LINE.
057300     WRITE LINHA-AJUSTES FROM WS-LINHA-RODAPE-AJUSTES-2
057400         AFTER ADVANCING 1 LINE.
057410     WRITE LINHA-AJUSTES FROM WS-LINHA-RODAPE-AJUSTES-3
057420         AFTER ADVANCING 1 LINE.
057500     ADD 4 TO WS-LINHAS-NA-PAGINA.
057600     DISPLAY 'FOLHADJ -- PERIODO ' WS-ANO-ATUAL 'T'
057700         WS-TRIMESTRE-ATUAL ': ' WS-CONTADOR-AJUSTES
057800         ' AJUSTE(S) EMITIDO(S), ' WS-CONTADOR-ESTORNOS
057900         ' ESTORNO(S) INTEGRAL(IS)'.
057910     IF WS-CONTADOR-CONFLITOS > ZERO
057920         DISPLAY 'FOLHADJ -- ' WS-CONTADOR-CONFLITOS
057930             ' MATRICULA(S) COM LANCAMENTO DE OUTRO TIPO NO '
057940             'RAZAO -- SEM AJUSTE, ACERTAR COM A FOLHA'
057950     END-IF.
057960     IF WS-CONTADOR-OVERRIDE-MANTIDO > ZERO
057970         DISPLAY 'FOLHADJ -- ARQUIVO DE OVERRIDE DO COMGER '
057980             'AUSENTE -- ' WS-CONTADOR-OVERRIDE-MANTIDO
057990             ' OVERRIDE(S) DE GERENTE MANTIDO(S) SEM AJUSTE'
057995     END-IF.
057996     IF WS-CONTADOR-RETIDOS-RH > ZERO
057997         DISPLAY 'FOLHADJ -- ' WS-CONTADOR-RETIDOS-RH
057998             ' COMISSAO(OES) DE VENDEDOR DESLIGADO RETIDA(S) '
057999             'PARA O RH -- SEM TRANSACAO DE AJUSTE'
057999     END-IF.
058000 4000-EXIT.
058100     EXIT.
058200*****************************************************************
059600 8000-FINALIZACAO.
059700     CLOSE ARQUIVO-COMISSAO
059800           FOLHA-LEDGER
059850           VENDEDOR-MASTER
059900           ARQUIVO-AJUSTES
060000           RELAT-AJUSTES.
060100 8000-EXIT.
