003493*                     JA FECHADO PELO QUARTER PODE SER          *
003494*                     EXTRAIDO PARA A FOLHA; UMA APURACAO       *
003495*                     AINDA ABERTA NAO VIRA PAGAMENTO.          *
003496*    03/09/2026  RMS  O RAZAO PASSOU A GUARDAR TAMBEM O VALOR   *
003497*                     ORIGINAL ENVIADO, QUE O FOLHADJ NAO       *
003498*                     ALTERA -- BASE DO EXTRATO DE COMISSAO.    *
003499*    04/09/2026  RMS  COMISSAO DE VENDEDOR DESLIGADO NO MESTRE  *
003499*                     NAO E' MAIS PAGA AUTOMATICAMENTE -- FICA  *
003499*                     RETIDA (FORA DO ARQUIVO DE PAGAMENTO E    *
003499*                     DO RAZAO) E SAI NA LISTAGEM DE ERROS PARA *
003499*                     LIBERACAO PELO RH, COM TOTAL PROPRIO NO   *
003499*                     RODAPE.                                   *
003499*    05/09/2026  RMS  TRANSACAO E RAZAO MARCADOS COM O TIPO 'C' *
003499*                     (COMISSAO DE VENDEDOR), PARA DISTINGUI-   *
003499*                     LOS DO OVERRIDE DE GERENTE DO COMGER.     *
003500*                                                               *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
011200 77  WS-CONTADOR-LIDAS                PIC 9(06) COMP-3 VALUE ZERO.
011300 77  WS-CONTADOR-GRAVADOS             PIC 9(06) COMP-3 VALUE ZERO.
011400 77  WS-CONTADOR-ERROS                PIC 9(06) COMP-3 VALUE ZERO.
011410 77  WS-CONTADOR-RETIDOS-RH           PIC 9(06) COMP-3 VALUE ZERO.
011420 77  WS-TOTAL-RETIDO-RH               PIC S9(9)V99 COMP-3
011430                                              VALUE ZERO.
011500 77  WS-TOTAL-GRAVADO                 PIC S9(9)V99 COMP-3
011600                                              VALUE ZERO.
011700 77  WS-TOTAL-EM-ERRO                 PIC S9(9)V99 COMP-3
019800     05  FILLER                       PIC X(002) VALUE SPACES.
019900     05  WS-ROD-TOTAL-ERRO            PIC -Z.ZZZ.ZZZ.ZZ9,99.
020000     05  FILLER                       PIC X(044) VALUE SPACES.
020010 01  WS-LINHA-RODAPE-ERROS-3.
020020     05  FILLER                       PIC X(002) VALUE SPACES.
020030     05  FILLER                       PIC X(032) VALUE
020040         'DESLIGADOS RETIDOS PARA O RH'.
020050     05  WS-ROD-RETIDOS-RH            PIC ZZZ.ZZ9.
020060     05  FILLER                       PIC X(004) VALUE SPACES.
020070     05  FILLER                       PIC X(022) VALUE
020080         'TOTAL RETIDO PARA O RH'.
020090     05  FILLER                       PIC X(002) VALUE SPACES.
020091     05  WS-ROD-TOTAL-RETIDO-RH       PIC -Z.ZZZ.ZZZ.ZZ9,99.
020092     05  FILLER                       PIC X(046) VALUE SPACES.
020100 PROCEDURE DIVISION.
020200*****************************************************************
020300*    0000-MAINLINE-CONTROLE                                     *
029400*    2000-PROCESSA-COMISSAO                                     *
029500*    CONFERE A MATRICULA DA COMISSAO CONTRA O MESTRE -- SE      *
029600*    CONSTA, GRAVA A TRANSACAO DE PAGAMENTO; SE NAO, GRAVA NA   *
029700*    LISTAGEM DE ERROS COM O VALOR RETIDO; VENDEDOR DESLIGADO   *
029710*    TEM A COMISSAO RETIDA PARA LIBERACAO PELO RH               *
029800*****************************************************************
029900 2000-PROCESSA-COMISSAO.
030000     ADD 1 TO WS-CONTADOR-LIDAS.
030100     PERFORM 2100-LOCALIZA-MESTRE THRU 2100-EXIT.
030200     IF VENDEDOR-NO-MESTRE
030210         IF VM-VENDEDOR-DESLIGADO
030220             PERFORM 2400-GRAVA-RETENCAO-RH THRU 2400-EXIT
030230         ELSE
030300             PERFORM 2200-GRAVA-PAGAMENTO THRU 2200-EXIT
030310         END-IF
030400     ELSE
030500         PERFORM 2300-GRAVA-ERRO THRU 2300-EXIT
030600     END-IF.
033400     MOVE WS-ANO-ATUAL        TO FP-ANO-APURACAO.
033500     MOVE WS-TRIMESTRE-ATUAL  TO FP-TRIMESTRE-APURACAO.
033600     MOVE CM-VALOR-COMISSAO   TO FP-VALOR-COMISSAO.
033650     MOVE 'C'                 TO FP-TIPO-PAGAMENTO.
033700     WRITE REG-FOLHA-PAGAMENTO.
033800     ADD 1 TO WS-CONTADOR-GRAVADOS.
033900     ADD CM-VALOR-COMISSAO TO WS-TOTAL-GRAVADO.
034184     MOVE CM-MATRICULA        TO FL-MATRICULA.
034185     MOVE CM-NOME             TO FL-NOME-VENDEDOR.
034186     MOVE CM-VALOR-COMISSAO   TO FL-VALOR-PAGO.
034186     MOVE CM-VALOR-COMISSAO   TO FL-VALOR-ORIGINAL.
034187     MOVE WS-DATA-ENVIO       TO FL-DATA-ENVIO.
034188     MOVE WS-HORA-ENVIO(1:6)  TO FL-HORA-ENVIO.
034188     MOVE 'C'                 TO FL-TIPO-LANCAMENTO.
034189     WRITE REGISTRO-FOLHA-LEDGER
034190         INVALID KEY
034191             REWRITE REGISTRO-FOLHA-LEDGER
036100     ADD 1 TO WS-LINHAS-NA-PAGINA.
036200 2300-EXIT.
036300     EXIT.
036310*****************************************************************
036320*    2400-GRAVA-RETENCAO-RH                                     *
036330*    IMPRIME NA LISTAGEM DE ERROS A COMISSAO DO VENDEDOR        *
036340*    DESLIGADO NO MESTRE -- O VALOR NAO VAI PARA O ARQUIVO DE   *
036350*    PAGAMENTO NEM PARA O RAZAO; O RH LIBERA (OU NAO) FORA DO   *
036360*    FLUXO AUTOMATICO, CONFORME A RESCISAO                      *
036370*****************************************************************
036380 2400-GRAVA-RETENCAO-RH.
036381     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
036382         PERFORM 1100-IMPRIME-CABECALHO-ERROS THRU 1100-EXIT
036383     END-IF.
036384     ADD 1 TO WS-CONTADOR-RETIDOS-RH.
036385     ADD CM-VALOR-COMISSAO TO WS-TOTAL-RETIDO-RH.
036386     MOVE CM-MATRICULA        TO WS-ERR-MATRICULA.
036387     MOVE CM-NOME             TO WS-ERR-NOME.
036388     MOVE CM-FAIXA            TO WS-ERR-FAIXA.
036389     MOVE CM-VALOR-COMISSAO   TO WS-ERR-VALOR.
036390     MOVE 'DESLIGADO -- RETIDO PARA O RH' TO WS-ERR-MOTIVO.
036391     WRITE LINHA-ERROS-FOLHA FROM WS-ERR-LINHA-DETALHE
036392         AFTER ADVANCING 1 LINE.
036393     ADD 1 TO WS-LINHAS-NA-PAGINA.
036394 2400-EXIT.
036395     EXIT.
036400*****************************************************************
036500*    3000-GRAVA-TRAILER-FOLHA                                   *
036600*    GRAVA O TRAILER DO ARQUIVO DE INTERFACE COM A QUANTIDADE   *
037800*****************************************************************
037900*    4000-IMPRIME-RODAPE-ERROS                                  *
038000*    IMPRIME O RODAPE COM OS CONTADORES E OS TOTAIS GRAVADO E   *
038100*    RETIDOS -- GRAVADO + RETIDO EM ERRO + RETIDO PARA O RH =   *
038200*    "TOTAL DE COMISSOES PAGAS" DO RELAT-COMISSAO, PARA A       *
038210*    CONCILIACAO DA FOLHA                                       *
038300*****************************************************************
038400 4000-IMPRIME-RODAPE-ERROS.
038500     IF WS-LINHAS-NA-PAGINA >= WS-MAX-LINHAS-PAGINA
039000     MOVE WS-CONTADOR-ERROS    TO WS-ROD-ERROS.
039100     MOVE WS-TOTAL-GRAVADO     TO WS-ROD-TOTAL-GRAVADO.
039200     MOVE WS-TOTAL-EM-ERRO     TO WS-ROD-TOTAL-ERRO.
039210     MOVE WS-CONTADOR-RETIDOS-RH TO WS-ROD-RETIDOS-RH.
039220     MOVE WS-TOTAL-RETIDO-RH   TO WS-ROD-TOTAL-RETIDO-RH.
039300     WRITE LINHA-ERROS-FOLHA FROM WS-LINHA-BRANCO
039400         AFTER ADVANCING 1 LINE.
039500     WRITE LINHA-ERROS-FOLHA FROM WS-LINHA-RODAPE-ERROS
039600         AFTER ADVANCING 1 LINE.
039700     WRITE LINHA-ERROS-FOLHA FROM WS-LINHA-RODAPE-ERROS-2
039800         AFTER ADVANCING 1 LINE.
039810     WRITE LINHA-ERROS-FOLHA FROM WS-LINHA-RODAPE-ERROS-3
039820         AFTER ADVANCING 1 LINE.
039900     ADD 4 TO WS-LINHAS-NA-PAGINA.
040000 4000-EXIT.
040100     EXIT.
040200*****************************************************************
