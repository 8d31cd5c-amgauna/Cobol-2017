002800*    26/08/2026  RMS  PROGRAMA ORIGINAL -- MANUTENCAO BATCH DO  *
002900*                     MESTRE DE REGIOES COM LISTAGEM DE         *
003000*                     AUDITORIA ANTES/DEPOIS.                   *
003010*    05/09/2026  RMS  INCLUIDA A MATRICULA DO GERENTE REGIONAL  *
003020*                     NO MOVIMENTO, NO MESTRE E NAS IMAGENS DA  *
003030*                     AUDITORIA -- EM BRANCO, A REGIAO FICA     *
003040*                     SEM GERENTE PARA O OVERRIDE DO COMGER.    *
003050*    08/09/2026  RMS  CADA MOVIMENTO APLICADO E' GRAVADO TAMBEM *
003060*                     NO JOURNAL DE ALTERACOES DOS MESTRES      *
003070*                     (JORNMNT), COM AS IMAGENS DO REGISTRO     *
003080*                     ANTES E DEPOIS, PARA A CONSULTA PELO      *
003090*                     JORNINQ SEM RECORRER AS LISTAGENS.        *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004700         FILE STATUS IS WS-STATUS-MASTER.
004800     SELECT RELAT-AUDITORIA ASSIGN TO AUDREG
004900         ORGANIZATION IS SEQUENTIAL.
004916     SELECT ARQUIVO-JOURNAL ASSIGN TO JORNMNT
004932         ORGANIZATION IS INDEXED
004948         ACCESS MODE IS RANDOM
004964         RECORD KEY IS JN-CHAVE-JOURNAL
004980         FILE STATUS IS WS-STATUS-JOURNAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
006500     05  MV-CODIGO-REGIAO             PIC X(04).
006600     05  MV-DESCRICAO-REGIAO          PIC X(20).
006700     05  MV-GERENTE-REGIONAL          PIC X(15).
006750     05  MV-MATRICULA-GERENTE         PIC X(06).
006800     05  FILLER                       PIC X(34).
006900*****************************************************************
007000*    REGIAO-MASTER -- ENTRADA/SAIDA, O MESTRE DE REGIOES        *
007100*    MANTIDO POR ESTE PROGRAMA                                  *
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 132 CHARACTERS.
008400 01  LINHA-AUDITORIA                  PIC X(132).
008412*****************************************************************
008424*    ARQUIVO-JOURNAL -- SAIDA, O JOURNAL DE ALTERACOES          *
008436*    COMPARTILHADO COM O VENDMNT E O COTAMNT                    *
008448*****************************************************************
008460 FD  ARQUIVO-JOURNAL
008472     LABEL RECORDS ARE STANDARD.
008484     COPY JORNMNT.
008500 WORKING-STORAGE SECTION.
008600*****************************************************************
008700*    CHAVES E CONTADORES DE CONTROLE                            *
010400 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
010500 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
010600 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 48.
010608*****************************************************************
010616*    CAMPOS DO JOURNAL DE ALTERACOES -- A SEQUENCIA DOS         *
010624*    REGISTROS DA EXECUCAO E AS IMAGENS DO REGISTRO DO MESTRE   *
010632*    COMO ESTA NO ARQUIVO, ANTES E DEPOIS DO MOVIMENTO          *
010640*****************************************************************
010648 77  WS-STATUS-JOURNAL                PIC X(02) VALUE SPACES.
010656 77  WS-JRN-SEQUENCIA                 PIC 9(06) COMP-3 VALUE ZERO.
010664 77  WS-JRN-DATA                      PIC 9(08) VALUE ZERO.
010672 77  WS-JRN-HORA                      PIC 9(08) VALUE ZERO.
010680 77  WS-JRN-IMAGEM-ANTES              PIC X(80) VALUE SPACES.
010688 77  WS-JRN-IMAGEM-DEPOIS             PIC X(80) VALUE SPACES.
010700*****************************************************************
010800*    IMAGENS DO REGISTRO DO MESTRE ANTES E DEPOIS DO MOVIMENTO, *
010900*    GUARDADAS PARA A LISTAGEM DE AUDITORIA                     *
011200     05  WS-ANT-CODIGO                PIC X(04).
011300     05  WS-ANT-DESCRICAO             PIC X(20).
011400     05  WS-ANT-GERENTE               PIC X(15).
011450     05  WS-ANT-MATRICULA             PIC X(06).
011500 01  WS-IMAGEM-DEPOIS.
011600     05  WS-DEP-CODIGO                PIC X(04).
011700     05  WS-DEP-DESCRICAO             PIC X(20).
011800     05  WS-DEP-GERENTE               PIC X(15).
011850     05  WS-DEP-MATRICULA             PIC X(06).
011900 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
012000*****************************************************************
012100*    RELAT-AUDITORIA -- LINHAS DE CABECALHO, DETALHE E RODAPE   *
015600     05  WS-AUD-IMG-DESCRICAO         PIC X(020).
015700     05  FILLER                       PIC X(002) VALUE SPACES.
015800     05  WS-AUD-IMG-GERENTE           PIC X(015).
015850     05  FILLER                       PIC X(002) VALUE SPACES.
015860     05  WS-AUD-IMG-MATRICULA         PIC X(006).
015900     05  FILLER                       PIC X(065) VALUE SPACES.
016000 01  WS-LINHA-RODAPE-AUDITORIA.
016100     05  FILLER                       PIC X(002) VALUE SPACES.
016200     05  FILLER                       PIC X(007) VALUE 'LIDOS'.
020600         CLOSE REGIAO-MASTER
020700         OPEN I-O REGIAO-MASTER
020800     END-IF.
020806     OPEN I-O ARQUIVO-JOURNAL.
020812     IF WS-STATUS-JOURNAL = '35'
020818         OPEN OUTPUT ARQUIVO-JOURNAL
020824         CLOSE ARQUIVO-JOURNAL
020830         OPEN I-O ARQUIVO-JOURNAL
020836     END-IF.
020842     IF WS-STATUS-JOURNAL NOT = '00'
020848         DISPLAY 'REGMNT -- JOURNAL DE ALTERACOES INDISPONIVEL '
020854             '(STATUS ' WS-STATUS-JOURNAL ') -- EXECUCAO '
020860             'INTERROMPIDA'
020866         CLOSE ARQUIVO-MOVIMENTO
020872               REGIAO-MASTER
020878               RELAT-AUDITORIA
020884         STOP RUN.
020900     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
021000 1000-EXIT.
021100     EXIT.
025800     IF NOT MOVIMENTO-APLICADO
025900         ADD 1 TO WS-CONTADOR-REJEITADOS
026000     END-IF.
026025     IF MOVIMENTO-APLICADO
026050         PERFORM 2900-GRAVA-JOURNAL THRU 2900-EXIT
026075     END-IF.
026100     PERFORM 2500-IMPRIME-AUDITORIA THRU 2500-EXIT.
026200     PERFORM 7000-LER-MOVIMENTO THRU 7000-EXIT.
026300 2000-EXIT.
035600*    2400-VALIDA-CAMPOS-MOVIMENTO                               *
035700*    CRITICA DE EDICAO DOS CAMPOS DO MOVIMENTO -- CODIGO EM     *
035800*    BRANCO (A CHAVE DO MESTRE) E DESCRICAO EM BRANCO SAO       *
035900*    REJEITADOS ANTES DE TOCAR NO ARQUIVO; A MATRICULA DO       *
035910*    GERENTE, SE INFORMADA, TEM DE SER NUMERICA E NAO ZERO      *
036000*****************************************************************
036100 2400-VALIDA-CAMPOS-MOVIMENTO.
036200     IF MV-CODIGO-REGIAO = SPACES
036600     IF MV-DESCRICAO-REGIAO = SPACES
036700         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
036800         MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO-REJEICAO
036850         GO TO 2400-EXIT.
036860     IF MV-MATRICULA-GERENTE = SPACES
036870         GO TO 2400-EXIT.
036880     IF MV-MATRICULA-GERENTE NOT NUMERIC
036890         OR MV-MATRICULA-GERENTE = '000000'
036900         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
036910         MOVE 'MATRICULA DO GERENTE INVALIDA' TO
036920                                   WS-MOTIVO-REJEICAO
036930     END-IF.
037000 2400-EXIT.
037100     EXIT.
037200*****************************************************************
037900     MOVE RG-CODIGO-REGIAO       TO WS-ANT-CODIGO.
038000     MOVE RG-DESCRICAO-REGIAO    TO WS-ANT-DESCRICAO.
038100     MOVE RG-GERENTE-REGIONAL    TO WS-ANT-GERENTE.
038150     IF RG-MATRICULA-GERENTE IS NUMERIC
038160         AND RG-MATRICULA-GERENTE > ZERO
038170         MOVE RG-MATRICULA-GERENTE TO WS-ANT-MATRICULA
038180     ELSE
038190         MOVE SPACES               TO WS-ANT-MATRICULA
038195     END-IF.
038197     MOVE REGISTRO-REGIAO-MASTER TO WS-JRN-IMAGEM-ANTES.
038200 2410-EXIT.
038300     EXIT.
038400*****************************************************************
039100     MOVE RG-CODIGO-REGIAO       TO WS-DEP-CODIGO.
039200     MOVE RG-DESCRICAO-REGIAO    TO WS-DEP-DESCRICAO.
039300     MOVE RG-GERENTE-REGIONAL    TO WS-DEP-GERENTE.
039350     IF RG-MATRICULA-GERENTE > ZERO
039360         MOVE RG-MATRICULA-GERENTE TO WS-DEP-MATRICULA
039370     ELSE
039380         MOVE SPACES               TO WS-DEP-MATRICULA
039390     END-IF.
039395     MOVE REGISTRO-REGIAO-MASTER TO WS-JRN-IMAGEM-DEPOIS.
039400 2420-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    2430-MOVE-MOVIMENTO-MESTRE                                 *
039800*    MONTA O REGISTRO DO MESTRE A PARTIR DOS CAMPOS DO          *
039900*    MOVIMENTO, PRONTO PARA GRAVAR OU REGRAVAR -- MATRICULA     *
039910*    DO GERENTE EM BRANCO GRAVA ZERO (REGIAO SEM GERENTE)       *
040000*****************************************************************
040100 2430-MOVE-MOVIMENTO-MESTRE.
040200     MOVE SPACES                  TO REGISTRO-REGIAO-MASTER.
040300     MOVE MV-CODIGO-REGIAO        TO RG-CODIGO-REGIAO.
040400     MOVE MV-DESCRICAO-REGIAO     TO RG-DESCRICAO-REGIAO.
040500     MOVE MV-GERENTE-REGIONAL     TO RG-GERENTE-REGIONAL.
040550     IF MV-MATRICULA-GERENTE = SPACES
040560         MOVE ZERO                 TO RG-MATRICULA-GERENTE
040570     ELSE
040580         MOVE MV-MATRICULA-GERENTE TO RG-MATRICULA-GERENTE
040590     END-IF.
040600 2430-EXIT.
040700     EXIT.
040800*****************************************************************
044300         MOVE WS-ANT-CODIGO     TO WS-AUD-IMG-CODIGO
044400         MOVE WS-ANT-DESCRICAO  TO WS-AUD-IMG-DESCRICAO
044500         MOVE WS-ANT-GERENTE    TO WS-AUD-IMG-GERENTE
044550         MOVE WS-ANT-MATRICULA  TO WS-AUD-IMG-MATRICULA
044600     ELSE
044700         MOVE SPACES            TO WS-AUD-IMG-CODIGO
044800         MOVE '*SEM REGISTRO*'  TO WS-AUD-IMG-DESCRICAO
044900         MOVE SPACES            TO WS-AUD-IMG-GERENTE
044950         MOVE SPACES            TO WS-AUD-IMG-MATRICULA
045000     END-IF.
045100     WRITE LINHA-AUDITORIA FROM WS-AUD-LINHA-IMAGEM
045200         AFTER ADVANCING 1 LINE.
045500         MOVE WS-DEP-CODIGO     TO WS-AUD-IMG-CODIGO
045600         MOVE WS-DEP-DESCRICAO  TO WS-AUD-IMG-DESCRICAO
045700         MOVE WS-DEP-GERENTE    TO WS-AUD-IMG-GERENTE
045750         MOVE WS-DEP-MATRICULA  TO WS-AUD-IMG-MATRICULA
045800     ELSE
045900         MOVE SPACES            TO WS-AUD-IMG-CODIGO
046000         MOVE '*SEM REGISTRO*'  TO WS-AUD-IMG-DESCRICAO
046100         MOVE SPACES            TO WS-AUD-IMG-GERENTE
046150         MOVE SPACES            TO WS-AUD-IMG-MATRICULA
046200     END-IF.
046300     WRITE LINHA-AUDITORIA FROM WS-AUD-LINHA-IMAGEM
046400         AFTER ADVANCING 1 LINE.
046700     ADD 4 TO WS-LINHAS-NA-PAGINA.
046800 2500-EXIT.
046900     EXIT.
046902*****************************************************************
046904*    2900-GRAVA-JOURNAL                                         *
046906*    GRAVA O MOVIMENTO APLICADO NO JOURNAL DE ALTERACOES, COM   *
046908*    AS IMAGENS ANTES E DEPOIS -- INCLUSAO SEM IMAGEM ANTES E   *
046910*    EXCLUSAO SEM IMAGEM DEPOIS. A MATRICULA DO JOURNAL E' A    *
046912*    DO GERENTE REGIONAL DE CADA IMAGEM (ZERO SE NAO HOUVER);   *
046914*    O MESTRE JA FOI ATUALIZADO, ENTAO UMA FALHA AQUI SO' E'    *
046916*    AVISADA NO CONSOLE                                         *
046918*****************************************************************
046920 2900-GRAVA-JOURNAL.
046922     ADD 1 TO WS-JRN-SEQUENCIA.
046924     ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
046926     ACCEPT WS-JRN-HORA FROM TIME.
046928     MOVE SPACES                 TO REGISTRO-JOURNAL.
046930     MOVE WS-JRN-DATA            TO JN-DATA-ALTERACAO.
046932     MOVE WS-JRN-HORA            TO JN-HORA-ALTERACAO.
046934     MOVE 'REGMNT  '             TO JN-PROGRAMA.
046936     MOVE WS-JRN-SEQUENCIA       TO JN-SEQUENCIA.
046938     MOVE MV-TIPO-MOVIMENTO      TO JN-TIPO-MOVIMENTO.
046940     MOVE 'REGMAST '             TO JN-ARQUIVO-MESTRE.
046942     MOVE MV-CODIGO-REGIAO       TO JN-CHAVE-REGISTRO.
046944     MOVE ZERO                   TO JN-MATRICULA-ANTES
046946                                    JN-MATRICULA-DEPOIS.
046948     IF TEM-IMAGEM-ANTES
046950         MOVE MV-CODIGO-REGIAO     TO JN-REGIAO-ANTES
046952         IF WS-ANT-MATRICULA IS NUMERIC
046954             MOVE WS-ANT-MATRICULA TO JN-MATRICULA-ANTES
046956         END-IF
046958         MOVE WS-JRN-IMAGEM-ANTES  TO JN-IMAGEM-ANTES
046960     END-IF.
046962     IF TEM-IMAGEM-DEPOIS
046964         MOVE MV-CODIGO-REGIAO     TO JN-REGIAO-DEPOIS
046966         IF WS-DEP-MATRICULA IS NUMERIC
046968             MOVE WS-DEP-MATRICULA TO JN-MATRICULA-DEPOIS
046970         END-IF
046972         MOVE WS-JRN-IMAGEM-DEPOIS TO JN-IMAGEM-DEPOIS
046974     END-IF.
046976     WRITE REGISTRO-JOURNAL
046978         INVALID KEY
046980             DISPLAY 'REGMNT -- JOURNAL NAO GRAVADO (STATUS '
046982                 WS-STATUS-JOURNAL ') PARA O MOVIMENTO '
046984                 MV-TIPO-MOVIMENTO ' ' JN-CHAVE-REGISTRO
046986     END-WRITE.
046988 2900-EXIT.
046990     EXIT.
047000*****************************************************************
047100*    4000-IMPRIME-RODAPE                                        *
047200*    IMPRIME O RODAPE COM OS TOTAIS DE MOVIMENTOS LIDOS,        *
050500 8000-FINALIZACAO.
050600     CLOSE ARQUIVO-MOVIMENTO
050700           REGIAO-MASTER
050750           ARQUIVO-JOURNAL
050800           RELAT-AUDITORIA.
050900 8000-EXIT.
051000     EXIT.
