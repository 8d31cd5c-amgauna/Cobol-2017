002900*    01/09/2026  RMS  PROGRAMA ORIGINAL -- CONCILIACAO DO       *
003000*                     ARQUIVO-FOLHA ENVIADO CONTRA O RETORNO    *
003100*                     DE CONFIRMACAO DA FOLHA DE PAGAMENTO.     *
003110*    05/09/2026  RMS  OS TRAILERS DE CADA LADO SAO SOMADOS EM   *
003120*                     VEZ DE SUBSTITUIDOS -- O ARQUIVO-FOLHA    *
003130*                     PODE VIR CONCATENADO COM O OVERRIDE DE    *
003140*                     GERENTES DO COMGER (E O RETORNO COM AS    *
003150*                     CONFIRMACOES DE CADA ARQUIVO), CADA UM    *
003160*                     COM O SEU TRAILER.                        *
003165*    11/09/2026  RMS  AS TRANSACOES LIQUIDADAS (PAR COMPLETO,   *
003170*                     DE VALOR IGUAL E PAGO) SAO GRAVADAS NO    *
003175*                     ARQUIVO DE LIQUIDADOS, COM TRAILER, NO    *
003180*                     LAYOUT DO ARQUIVO-FOLHA -- E' A           *
003185*                     CONFIRMACAO DO CICLO QUE O CTBCOMIS LE    *
003190*                     PARA ESTORNAR A PROVISAO E LANCAR A       *
003195*                     COMISSAO A PAGAR NA CONTABILIDADE.        *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
004600     SELECT CONCIL-SORT-FILE ASSIGN TO SRTFCON.
004700     SELECT RELAT-CONCILIACAO ASSIGN TO RELFCON
004800         ORGANIZATION IS SEQUENTIAL.
004833     SELECT ARQUIVO-LIQUIDADOS ASSIGN TO FOLHLIQ
004866         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*****************************************************************
009300     05  FC-FONTE-ORDEM               PIC X(01).
009400     05  FC-VALOR-ORDEM               PIC S9(7)V99.
009500     05  FC-SITUACAO-ORDEM            PIC X(01).
009550     05  FC-TIPO-ORDEM                PIC X(01).
009600*****************************************************************
009700*    RELAT-CONCILIACAO -- SAIDA, RELATORIO DE DIVERGENCIAS E    *
009800*    TOTAIS DE CONTROLE DA CONCILIACAO DO PAGAMENTO             *
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 132 CHARACTERS.
010300 01  LINHA-CONCILIACAO                PIC X(132).
010303*****************************************************************
010306*    ARQUIVO-LIQUIDADOS -- SAIDA, AS TRANSACOES LIQUIDADAS NO   *
010309*    LAYOUT DO ARQUIVO-FOLHA (COPY COM REPLACING PARA           *
010312*    DISTINGUIR DO ARQUIVO DE ENTRADA), COM O TIPO DE           *
010315*    PAGAMENTO DO ENVIO E UM TRAILER 'T' COM A QUANTIDADE E O   *
010318*    VALOR LIQUIDADOS -- E' A ENTRADA DO CTBCOMIS NA            *
010321*    CONTABILIZACAO DO PAGAMENTO                                *
010324*****************************************************************
010327 FD  ARQUIVO-LIQUIDADOS
010330     LABEL RECORDS ARE STANDARD
010333     RECORD CONTAINS 80 CHARACTERS.
010336     COPY FOLHAREG REPLACING
010339         ==REG-FOLHA-PAGAMENTO== BY ==REG-LIQUIDADO==
010342         ==FP-TIPO-REGISTRO== BY ==LQ-TIPO-REGISTRO==
010345         ==FP-TRANSACAO-PAGAMENTO== BY ==LQ-TRANSACAO-LIQUIDADA==
010348         ==FP-MATRICULA== BY ==LQ-MATRICULA==
010351         ==FP-ANO-APURACAO== BY ==LQ-ANO-APURACAO==
010354         ==FP-TRIMESTRE-APURACAO== BY ==LQ-TRIMESTRE-APURACAO==
010357         ==FP-VALOR-COMISSAO== BY ==LQ-VALOR-COMISSAO==
010360         ==FP-TIPO-PAGAMENTO== BY ==LQ-TIPO-PAGAMENTO==
010363         ==FP-PAGAMENTO-COMISSAO== BY ==LQ-PAGAMENTO-COMISSAO==
010366         ==FP-PAGAMENTO-OVERRIDE== BY ==LQ-PAGAMENTO-OVERRIDE==
010369         ==REG-FOLHA-TRAILER== BY ==REG-LIQUIDADO-TRAILER==
010372         ==FT-TIPO-REGISTRO== BY ==LT-TIPO-REGISTRO==
010375         ==FT-TRAILER-FOLHA== BY ==LT-TRAILER-LIQUIDADO==
010378         ==FT-QTD-PAGAMENTOS== BY ==LT-QTD-PAGAMENTOS==
010381         ==FT-TOTAL-PAGO== BY ==LT-TOTAL-PAGO==.
010400 WORKING-STORAGE SECTION.
010500*****************************************************************
010600*    CHAVES E CONTADORES DE CONTROLE                            *
014200     05  WS-PAR-VALOR-ENVIADO         PIC S9(8)V99 COMP-3.
014300     05  WS-PAR-VALOR-RETORNO         PIC S9(8)V99 COMP-3.
014400     05  WS-PAR-SITUACAO              PIC X(01).
014450     05  WS-PAR-TIPO-PAGAMENTO        PIC X(01).
014500     05  WS-PAR-TEM-ENVIO-SW          PIC X(01).
014600         88  PAR-TEM-ENVIO                      VALUE 'S'.
014700     05  WS-PAR-TEM-RETORNO-SW        PIC X(01).
016400     05  WS-CONTADOR-DIVERGENCIAS     PIC 9(06) COMP-3 VALUE ZERO.
016500     05  WS-DIFERENCA-GERAL           PIC S9(9)V99 COMP-3
016600                                              VALUE ZERO.
016633     05  WS-TOTAL-LIQUIDADO           PIC S9(9)V99 COMP-3
016666                                              VALUE ZERO.
016700 01  WS-TRAILERS-LIDOS.
016800     05  WS-TRL-ENVIO-QTD             PIC 9(06) VALUE ZERO.
016900     05  WS-TRL-ENVIO-TOTAL           PIC S9(9)V99 COMP-3
028100                            2000-EXIT
028200         OUTPUT PROCEDURE IS 2500-COMPARA-FONTES THRU
028300                             2500-EXIT.
028350     PERFORM 2700-GRAVA-TRAILER-LIQUIDADOS THRU 2700-EXIT.
028400     PERFORM 4000-IMPRIME-RODAPE THRU 4000-EXIT.
028500     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
028600     STOP RUN.
029200 1000-INICIALIZACAO.
029300     PERFORM 1600-DETERMINA-PERIODO-ATUAL THRU 1600-EXIT.
029400     OPEN OUTPUT RELAT-CONCILIACAO.
029450     OPEN OUTPUT ARQUIVO-LIQUIDADOS.
029500     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
029600 1000-EXIT.
029700     EXIT.
036500*****************************************************************
036600*    2100-CARREGA-ENVIADOS                                      *
036700*    LIBERA PARA A ORDENACAO AS TRANSACOES 'D' DO PERIODO NO    *
036800*    ARQUIVO-FOLHA -- O TRAILER E' GUARDADO PARA O RODAPE,      *
036810*    SOMANDO OS TRAILERS DE ARQUIVOS CONCATENADOS (FOLHAEXT E   *
036820*    COMGER)                                                    *
036900*****************************************************************
037000 2100-CARREGA-ENVIADOS.
037100     OPEN INPUT ARQUIVO-FOLHA.
037700     EXIT.
037800 2110-LIBERA-ENVIADO.
037900     IF FT-TIPO-REGISTRO = 'T'
038000         ADD FT-QTD-PAGAMENTOS TO WS-TRL-ENVIO-QTD
038100         ADD FT-TOTAL-PAGO     TO WS-TRL-ENVIO-TOTAL
038200         GO TO 2110-LER.
038300     IF NOT FP-TRANSACAO-PAGAMENTO
038400         GO TO 2110-LER.
038900     MOVE 'F'                TO FC-FONTE-ORDEM.
039000     MOVE FP-VALOR-COMISSAO  TO FC-VALOR-ORDEM.
039100     MOVE SPACE              TO FC-SITUACAO-ORDEM.
039150     MOVE FP-TIPO-PAGAMENTO  TO FC-TIPO-ORDEM.
039200     RELEASE REG-CONCIL-ORDENADO.
039300     ADD 1 TO WS-CONTADOR-ENVIADOS.
039400     ADD FP-VALOR-COMISSAO TO WS-TOTAL-ENVIADO.
039900*****************************************************************
040000*    2200-CARREGA-RETORNO                                       *
040100*    LIBERA PARA A ORDENACAO AS TRANSACOES 'D' DO PERIODO NO    *
040200*    RETORNO DA FOLHA -- O TRAILER E' GUARDADO PARA O RODAPE,   *
040210*    SOMANDO OS TRAILERS DE RETORNOS CONCATENADOS               *
040300*****************************************************************
040400 2200-CARREGA-RETORNO.
040500     OPEN INPUT ARQUIVO-RETORNO.
041300*    AS DUAS VISOES DO REGISTRO OCUPAM A MESMA AREA -- O
041310*    TRAILER E' LIDO DIRETO PELA VISAO DE TRAILER
041320     IF RT-TRAILER-RETORNO
041500         ADD RL-QTD-PROCESSADOS  TO WS-TRL-RETORNO-QTD
041600         ADD RL-TOTAL-PROCESSADO TO WS-TRL-RETORNO-TOTAL
041700         GO TO 2210-LER.
041800     IF NOT RT-TRANSACAO-RETORNO
041900         GO TO 2210-LER.
042400     MOVE 'R'                 TO FC-FONTE-ORDEM.
042500     MOVE RT-VALOR-PROCESSADO TO FC-VALOR-ORDEM.
042600     MOVE RT-SITUACAO         TO FC-SITUACAO-ORDEM.
042650     MOVE SPACE               TO FC-TIPO-ORDEM.
042700     RELEASE REG-CONCIL-ORDENADO.
042800     ADD 1 TO WS-CONTADOR-RETORNADOS.
042900     ADD RT-VALOR-PROCESSADO TO WS-TOTAL-RETORNO.
047500         MOVE SPACE              TO WS-PAR-SITUACAO
047600         MOVE 'N'                TO WS-PAR-TEM-ENVIO-SW
047700         MOVE 'N'                TO WS-PAR-TEM-RETORNO-SW
047750         MOVE SPACE              TO WS-PAR-TIPO-PAGAMENTO
047800     END-IF.
047900     IF FC-FONTE-ORDEM = 'F'
048000         MOVE 'S' TO WS-PAR-TEM-ENVIO-SW
048100         ADD FC-VALOR-ORDEM TO WS-PAR-VALOR-ENVIADO
048150         MOVE FC-TIPO-ORDEM TO WS-PAR-TIPO-PAGAMENTO
048200     ELSE
048300         MOVE 'S' TO WS-PAR-TEM-RETORNO-SW
048400         ADD FC-VALOR-ORDEM TO WS-PAR-VALOR-RETORNO
050000         AND WS-PAR-VALOR-ENVIADO = WS-PAR-VALOR-RETORNO
050100         AND WS-PAR-SITUACAO = 'P'
050200         ADD 1 TO WS-CONTADOR-LIQUIDADOS
050250         PERFORM 2650-GRAVA-LIQUIDADO THRU 2650-EXIT
050300         GO TO 2600-EXIT.
050400     ADD 1 TO WS-CONTADOR-DIVERGENCIAS.
050500     COMPUTE WS-DIFERENCA-PAR =
054900     ADD 1 TO WS-LINHAS-NA-PAGINA.
055000 2600-EXIT.
055100     EXIT.
055103*****************************************************************
055106*    2650-GRAVA-LIQUIDADO                                       *
055109*    GRAVA A TRANSACAO LIQUIDADA NO ARQUIVO DE LIQUIDADOS, COM  *
055112*    O VALOR E O TIPO DE PAGAMENTO DO ENVIO                     *
055115*****************************************************************
055118 2650-GRAVA-LIQUIDADO.
055121     MOVE SPACES                TO REG-LIQUIDADO.
055124     MOVE 'D'                   TO LQ-TIPO-REGISTRO.
055127     MOVE WS-PAR-MATRICULA      TO LQ-MATRICULA.
055130     MOVE WS-ANO-ATUAL          TO LQ-ANO-APURACAO.
055133     MOVE WS-TRIMESTRE-ATUAL    TO LQ-TRIMESTRE-APURACAO.
055136     MOVE WS-PAR-VALOR-ENVIADO  TO LQ-VALOR-COMISSAO.
055139     MOVE WS-PAR-TIPO-PAGAMENTO TO LQ-TIPO-PAGAMENTO.
055142     WRITE REG-LIQUIDADO.
055145     ADD WS-PAR-VALOR-ENVIADO TO WS-TOTAL-LIQUIDADO.
055148 2650-EXIT.
055151     EXIT.
055154*****************************************************************
055157*    2700-GRAVA-TRAILER-LIQUIDADOS                              *
055160*    GRAVA O TRAILER DO ARQUIVO DE LIQUIDADOS COM A QUANTIDADE  *
055163*    E O VALOR TOTAL LIQUIDADOS NO PERIODO                      *
055166*****************************************************************
055169 2700-GRAVA-TRAILER-LIQUIDADOS.
055172     MOVE SPACES                 TO REG-LIQUIDADO-TRAILER.
055175     MOVE 'T'                    TO LT-TIPO-REGISTRO.
055178     MOVE WS-CONTADOR-LIQUIDADOS TO LT-QTD-PAGAMENTOS.
055181     MOVE WS-TOTAL-LIQUIDADO     TO LT-TOTAL-PAGO.
055184     WRITE REG-LIQUIDADO-TRAILER.
055187 2700-EXIT.
055190     EXIT.
055200*****************************************************************
055300*    4000-IMPRIME-RODAPE                                        *
055400*    IMPRIME OS TOTAIS DE CONTROLE DE CADA LADO, OS             *
061900*    FECHA OS ARQUIVOS AO TERMINO DO PROCESSAMENTO              *
062000*****************************************************************
062100 8000-FINALIZACAO.
062200     CLOSE RELAT-CONCILIACAO
062250           ARQUIVO-LIQUIDADOS.
062300 8000-EXIT.
062400     EXIT.
