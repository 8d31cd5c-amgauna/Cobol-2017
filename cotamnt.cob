002900*    25/08/2026  RMS  PROGRAMA ORIGINAL -- MANUTENCAO BATCH DO  *
003000*                     MESTRE DE COTAS COM LISTAGEM DE           *
003100*                     AUDITORIA ANTES/DEPOIS.                   *
003116*    08/09/2026  RMS  CADA MOVIMENTO APLICADO E' GRAVADO TAMBEM *
003132*                     NO JOURNAL DE ALTERACOES DOS MESTRES      *
003148*                     (JORNMNT), COM AS IMAGENS DO REGISTRO     *
003164*                     ANTES E DEPOIS, PARA A CONSULTA PELO      *
003180*                     JORNINQ SEM RECORRER AS LISTAGENS.        *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
004800         FILE STATUS IS WS-STATUS-MASTER.
004900     SELECT RELAT-AUDITORIA ASSIGN TO AUDCOTA
005000         ORGANIZATION IS SEQUENTIAL.
005016     SELECT ARQUIVO-JOURNAL ASSIGN TO JORNMNT
005032         ORGANIZATION IS INDEXED
005048         ACCESS MODE IS RANDOM
005064         RECORD KEY IS JN-CHAVE-JOURNAL
005080         FILE STATUS IS WS-STATUS-JOURNAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*****************************************************************
008500     LABEL RECORDS ARE STANDARD
008600     RECORD CONTAINS 132 CHARACTERS.
008700 01  LINHA-AUDITORIA                  PIC X(132).
008712*****************************************************************
008724*    ARQUIVO-JOURNAL -- SAIDA, O JOURNAL DE ALTERACOES          *
008736*    COMPARTILHADO COM O VENDMNT E O REGMNT                     *
008748*****************************************************************
008760 FD  ARQUIVO-JOURNAL
008772     LABEL RECORDS ARE STANDARD.
008784     COPY JORNMNT.
008800 WORKING-STORAGE SECTION.
008900*****************************************************************
009000*    CHAVES E CONTADORES DE CONTROLE                            *
010700 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
010800 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
010900 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 48.
010908*****************************************************************
010916*    CAMPOS DO JOURNAL DE ALTERACOES -- A SEQUENCIA DOS         *
010924*    REGISTROS DA EXECUCAO E AS IMAGENS DO REGISTRO DO MESTRE   *
010932*    COMO ESTA NO ARQUIVO, ANTES E DEPOIS DO MOVIMENTO          *
010940*****************************************************************
010948 77  WS-STATUS-JOURNAL                PIC X(02) VALUE SPACES.
010956 77  WS-JRN-SEQUENCIA                 PIC 9(06) COMP-3 VALUE ZERO.
010964 77  WS-JRN-DATA                      PIC 9(08) VALUE ZERO.
010972 77  WS-JRN-HORA                      PIC 9(08) VALUE ZERO.
010980 77  WS-JRN-IMAGEM-ANTES              PIC X(80) VALUE SPACES.
010988 77  WS-JRN-IMAGEM-DEPOIS             PIC X(80) VALUE SPACES.
011000*****************************************************************
011100*    IMAGENS DO REGISTRO DO MESTRE ANTES E DEPOIS DO MOVIMENTO, *
011200*    GUARDADAS PARA A LISTAGEM DE AUDITORIA                     *
021900         CLOSE COTA-MASTER
022000         OPEN I-O COTA-MASTER
022100     END-IF.
022106     OPEN I-O ARQUIVO-JOURNAL.
022112     IF WS-STATUS-JOURNAL = '35'
022118         OPEN OUTPUT ARQUIVO-JOURNAL
022124         CLOSE ARQUIVO-JOURNAL
022130         OPEN I-O ARQUIVO-JOURNAL
022136     END-IF.
022142     IF WS-STATUS-JOURNAL NOT = '00'
022148         DISPLAY 'COTAMNT -- JOURNAL DE ALTERACOES INDISPONIVEL '
022154             '(STATUS ' WS-STATUS-JOURNAL ') -- EXECUCAO '
022160             'INTERROMPIDA'
022166         CLOSE ARQUIVO-MOVIMENTO
022172               COTA-MASTER
022178               RELAT-AUDITORIA
022184         STOP RUN.
022200     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
022300 1000-EXIT.
022400     EXIT.
027100     IF NOT MOVIMENTO-APLICADO
027200         ADD 1 TO WS-CONTADOR-REJEITADOS
027300     END-IF.
027325     IF MOVIMENTO-APLICADO
027350         PERFORM 2900-GRAVA-JOURNAL THRU 2900-EXIT
027375     END-IF.
027400     PERFORM 2500-IMPRIME-AUDITORIA THRU 2500-EXIT.
027500     PERFORM 7000-LER-MOVIMENTO THRU 7000-EXIT.
027600 2000-EXIT.
040100     MOVE QM-ANO-COTA            TO WS-ANT-ANO.
040200     MOVE QM-TRIMESTRE-COTA      TO WS-ANT-TRIMESTRE.
040300     MOVE QM-VALOR-COTA          TO WS-ANT-COTA.
040350     MOVE REGISTRO-COTA-MASTER   TO WS-JRN-IMAGEM-ANTES.
040400 2410-EXIT.
040500     EXIT.
040600*****************************************************************
041400     MOVE QM-ANO-COTA            TO WS-DEP-ANO.
041500     MOVE QM-TRIMESTRE-COTA      TO WS-DEP-TRIMESTRE.
041600     MOVE QM-VALOR-COTA          TO WS-DEP-COTA.
041650     MOVE REGISTRO-COTA-MASTER   TO WS-JRN-IMAGEM-DEPOIS.
041700 2420-EXIT.
041800     EXIT.
041900*****************************************************************
051000     ADD 4 TO WS-LINHAS-NA-PAGINA.
051100 2500-EXIT.
051200     EXIT.
051202*****************************************************************
051204*    2900-GRAVA-JOURNAL                                         *
051206*    GRAVA O MOVIMENTO APLICADO NO JOURNAL DE ALTERACOES, COM   *
051208*    AS IMAGENS ANTES E DEPOIS -- INCLUSAO SEM IMAGEM ANTES E   *
051210*    EXCLUSAO SEM IMAGEM DEPOIS; O MESTRE JA FOI ATUALIZADO,    *
051212*    ENTAO UMA FALHA AQUI SO' E' AVISADA NO CONSOLE             *
051214*****************************************************************
051216 2900-GRAVA-JOURNAL.
051218     ADD 1 TO WS-JRN-SEQUENCIA.
051220     ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
051222     ACCEPT WS-JRN-HORA FROM TIME.
051224     MOVE SPACES                 TO REGISTRO-JOURNAL.
051226     MOVE WS-JRN-DATA            TO JN-DATA-ALTERACAO.
051228     MOVE WS-JRN-HORA            TO JN-HORA-ALTERACAO.
051230     MOVE 'COTAMNT '             TO JN-PROGRAMA.
051232     MOVE WS-JRN-SEQUENCIA       TO JN-SEQUENCIA.
051234     MOVE MV-TIPO-MOVIMENTO      TO JN-TIPO-MOVIMENTO.
051236     MOVE 'COTAMAST'             TO JN-ARQUIVO-MESTRE.
051238     STRING MV-MATRICULA-VENDEDOR DELIMITED BY SIZE
051240            MV-ANO-COTA           DELIMITED BY SIZE
051242            MV-TRIMESTRE-COTA     DELIMITED BY SIZE
051244         INTO JN-CHAVE-REGISTRO
051246     END-STRING.
051248     MOVE MV-MATRICULA-VENDEDOR  TO JN-MATRICULA-ANTES
051250                                    JN-MATRICULA-DEPOIS.
051252     IF TEM-IMAGEM-ANTES
051254         MOVE WS-JRN-IMAGEM-ANTES  TO JN-IMAGEM-ANTES
051256     END-IF.
051258     IF TEM-IMAGEM-DEPOIS
051260         MOVE WS-JRN-IMAGEM-DEPOIS TO JN-IMAGEM-DEPOIS
051262     END-IF.
051264     WRITE REGISTRO-JOURNAL
051266         INVALID KEY
051268             DISPLAY 'COTAMNT -- JOURNAL NAO GRAVADO (STATUS '
051270                 WS-STATUS-JOURNAL ') PARA O MOVIMENTO '
051272                 MV-TIPO-MOVIMENTO ' ' JN-CHAVE-REGISTRO
051274     END-WRITE.
051276 2900-EXIT.
051278     EXIT.
051300*****************************************************************
051400*    4000-IMPRIME-RODAPE                                        *
051500*    IMPRIME O RODAPE COM OS TOTAIS DE MOVIMENTOS LIDOS,        *
054800 8000-FINALIZACAO.
054900     CLOSE ARQUIVO-MOVIMENTO
055000           COTA-MASTER
055050           ARQUIVO-JOURNAL
055100           RELAT-AUDITORIA.
055200 8000-EXIT.
055300     EXIT.
