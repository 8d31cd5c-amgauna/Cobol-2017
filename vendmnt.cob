001300*    VENDEDORES (VENDEDOR-MASTER). LE UM ARQUIVO DE MOVIMENTOS  *
001400*    COM INCLUSOES ('I'), ALTERACOES ('A') E EXCLUSOES ('E'),   *
001500*    NO LAYOUT DO MESTRE (MATRICULA, NOME, REGIAO E DESCRICAO   *
001510*    DA REGIAO, DATAS DE ADMISSAO E DESLIGAMENTO E SITUACAO),   *
001520*    ALEM DOS DESLIGAMENTOS ('D'), E APLICA CADA MOVIMENTO NO   *
001600*    ARQUIVO INDEXADO,                                          *
001610*    ACESSADO PELA MATRICULA DO VENDEDOR, E                     *
001700*    IMPRIME UMA LISTAGEM DE AUDITORIA COM A IMAGEM DO          *
001800*    REGISTRO ANTES E DEPOIS DE CADA MOVIMENTO APLICADO, ALEM   *
003096*                     QUARTER PASSA A APURAR CADA PERIODO NA    *
003097*                     REGIAO VIGENTE NAQUELE PERIODO, NAO NA    *
003098*                     REGIAO ATUAL DO MESTRE.                   *
003099*    04/09/2026  RMS  O MESTRE PASSOU A GUARDAR A DATA DE       *
003099*                     ADMISSAO, A DATA DE DESLIGAMENTO E A      *
003099*                     SITUACAO DO VENDEDOR -- INFORMADAS NA     *
003099*                     INCLUSAO E NA ALTERACAO (DATA EM BRANCO   *
003099*                     MANTEM A DO MESTRE) E NO NOVO MOVIMENTO   *
003099*                     'D' DE DESLIGAMENTO. A AUDITORIA MOSTRA   *
003099*                     AS DATAS E A SITUACAO NAS IMAGENS.        *
003099*    08/09/2026  RMS  CADA MOVIMENTO APLICADO, NO MESTRE OU NAS *
003099*                     VIGENCIAS, E' GRAVADO TAMBEM NO JOURNAL   *
003099*                     DE ALTERACOES DOS MESTRES (JORNMNT), COM  *
003099*                     AS IMAGENS DO REGISTRO ANTES E DEPOIS,    *
003099*                     PARA A CONSULTA PELO JORNINQ SEM          *
003099*                     RECORRER AS LISTAGENS.                    *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004750         FILE STATUS IS WS-STATUS-REGIAO.
004800     SELECT RELAT-AUDITORIA ASSIGN TO AUDMAST
004900         ORGANIZATION IS SEQUENTIAL.
004916     SELECT ARQUIVO-JOURNAL ASSIGN TO JORNMNT
004932         ORGANIZATION IS INDEXED
004948         ACCESS MODE IS RANDOM
004964         RECORD KEY IS JN-CHAVE-JOURNAL
004980         FILE STATUS IS WS-STATUS-JOURNAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
005300*    ARQUIVO-MOVIMENTO -- ENTRADA, UM MOVIMENTO POR REGISTRO    *
005400*    NO LAYOUT DO MESTRE, PRECEDIDO PELO TIPO DO MOVIMENTO --   *
005500*    'I' INCLUSAO, 'A' ALTERACAO, 'E' EXCLUSAO, 'D'             *
005510*    DESLIGAMENTO                                               *
005600*****************************************************************
005700 FD  ARQUIVO-MOVIMENTO
005800     LABEL RECORDS ARE STANDARD
006400         88  MOVIMENTO-EXCLUSAO                VALUE 'E'.
006410         88  MOVIMENTO-VIGENCIA                VALUE 'T'.
006420         88  MOVIMENTO-EXCLUI-VIGENCIA         VALUE 'V'.
006430         88  MOVIMENTO-DESLIGAMENTO            VALUE 'D'.
006500     05  MV-MATRICULA-VENDEDOR        PIC 9(06).
006600     05  MV-NOME-VENDEDOR             PIC X(15).
006700     05  MV-REGIAO-VENDEDOR           PIC X(04).
006800     05  MV-DESCRICAO-REGIAO          PIC X(20).
006810*    DATAS AAAAMMDD -- EM BRANCO NA ALTERACAO MANTEM A DATA DO
006820*    MESTRE; SITUACAO 'A' ATIVO OU 'D' DESLIGADO, EM BRANCO E'
006830*    DEDUZIDA DA DATA DE DESLIGAMENTO -- NO MOVIMENTO 'D' SO'
006840*    A MATRICULA E A DATA DE DESLIGAMENTO SAO CONSIDERADAS
006850     05  MV-DATA-ADMISSAO             PIC X(08).
006860     05  MV-DATA-DESLIGAMENTO         PIC X(08).
006870     05  MV-SITUACAO-VENDEDOR         PIC X(01).
006900     05  FILLER                       PIC X(17).
006910*    VISAO ALTERNATIVA DO MOVIMENTO PARA OS TIPOS DE VIGENCIA
006920*    ('T' GRAVA, 'V' EXCLUI) -- A REGIAO E O PERIODO DO
006930*    SEGMENTO VEM LOGO APOS A MATRICULA; O PERIODO-FIM EM
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 132 CHARACTERS.
008500 01  LINHA-AUDITORIA                  PIC X(132).
008512*****************************************************************
008524*    ARQUIVO-JOURNAL -- SAIDA, O JOURNAL DE ALTERACOES          *
008536*    COMPARTILHADO COM O COTAMNT E O REGMNT                     *
008548*****************************************************************
008560 FD  ARQUIVO-JOURNAL
008572     LABEL RECORDS ARE STANDARD.
008584     COPY JORNMNT.
008600 WORKING-STORAGE SECTION.
008700*****************************************************************
008800*    CHAVES E CONTADORES DE CONTROLE                            *
009294 77  WS-COMP-INICIO                   PIC 9(05) VALUE ZERO.
009295 77  WS-COMP-FIM                      PIC 9(05) VALUE ZERO.
009296 77  WS-VIG-PERIODO-TXT               PIC X(15) VALUE SPACES.
009297*****************************************************************
009298*    CAMPOS DE TRABALHO DAS DATAS E DA SITUACAO DO VENDEDOR --  *
009299*    OS VALORES QUE VAO PARA O MESTRE, A DATA EM CRITICA E A    *
009299*    DATA FORMATADA DD/MM/AAAA DAS LINHAS DE IMAGEM             *
009299*****************************************************************
009299 77  WS-NOVA-DATA-ADMISSAO            PIC 9(08) VALUE ZERO.
009299 77  WS-NOVA-DATA-DESLIGAMENTO        PIC 9(08) VALUE ZERO.
009299 77  WS-NOVA-SITUACAO                 PIC X(01) VALUE SPACE.
009299 77  WS-DATA-VALIDA-SW                PIC X(01) VALUE 'N'.
009299     88  DATA-VALIDA                            VALUE 'S'.
009299 77  WS-DATA-FORMATADA                PIC X(10) VALUE SPACES.
009299 01  WS-DATA-CRITICA                  PIC 9(08) VALUE ZERO.
009299 01  WS-DATA-CRITICA-R REDEFINES WS-DATA-CRITICA.
009299     05  WS-DATA-CRIT-ANO             PIC 9(04).
009299     05  WS-DATA-CRIT-MES             PIC 9(02).
009299     05  WS-DATA-CRIT-DIA             PIC 9(02).
009300 77  WS-MOVIMENTO-APLICADO-SW         PIC X(01) VALUE 'S'.
009400     88  MOVIMENTO-APLICADO                     VALUE 'S'.
009500 77  WS-MOTIVO-REJEICAO               PIC X(030) VALUE SPACES.
010100 77  WS-CONTADOR-INCLUIDOS            PIC 9(06) COMP-3 VALUE ZERO.
010200 77  WS-CONTADOR-ALTERADOS            PIC 9(06) COMP-3 VALUE ZERO.
010300 77  WS-CONTADOR-EXCLUIDOS            PIC 9(06) COMP-3 VALUE ZERO.
010310 77  WS-CONTADOR-DESLIGADOS           PIC 9(06) COMP-3 VALUE ZERO.
010400 77  WS-CONTADOR-REJEITADOS           PIC 9(06) COMP-3 VALUE ZERO.
010500 77  WS-PAGINA-ATUAL                  PIC 9(03) COMP VALUE ZERO.
010600 77  WS-LINHAS-NA-PAGINA              PIC 9(02) COMP VALUE ZERO.
010700 77  WS-MAX-LINHAS-PAGINA             PIC 9(02) COMP VALUE 48.
010708*****************************************************************
010716*    CAMPOS DO JOURNAL DE ALTERACOES -- A SEQUENCIA DOS         *
010724*    REGISTROS DA EXECUCAO E AS IMAGENS DO REGISTRO DO MESTRE   *
010732*    COMO ESTA NO ARQUIVO, ANTES E DEPOIS DO MOVIMENTO          *
010740*****************************************************************
010748 77  WS-STATUS-JOURNAL                PIC X(02) VALUE SPACES.
010756 77  WS-JRN-SEQUENCIA                 PIC 9(06) COMP-3 VALUE ZERO.
010764 77  WS-JRN-DATA                      PIC 9(08) VALUE ZERO.
010772 77  WS-JRN-HORA                      PIC 9(08) VALUE ZERO.
010780 77  WS-JRN-IMAGEM-ANTES              PIC X(80) VALUE SPACES.
010788 77  WS-JRN-IMAGEM-DEPOIS             PIC X(80) VALUE SPACES.
010800*****************************************************************
010900*    IMAGENS DO REGISTRO DO MESTRE ANTES E DEPOIS DO MOVIMENTO, *
011000*    GUARDADAS PARA A LISTAGEM DE AUDITORIA                     *
011400     05  WS-ANT-NOME                  PIC X(15).
011500     05  WS-ANT-REGIAO                PIC X(04).
011600     05  WS-ANT-DESCRICAO             PIC X(20).
011610     05  WS-ANT-ADMISSAO              PIC X(10).
011620     05  WS-ANT-DESLIGAMENTO          PIC X(10).
011630     05  WS-ANT-SITUACAO              PIC X(01).
011700 01  WS-IMAGEM-DEPOIS.
011800     05  WS-DEP-MATRICULA             PIC X(06).
011900     05  WS-DEP-NOME                  PIC X(15).
012000     05  WS-DEP-REGIAO                PIC X(04).
012100     05  WS-DEP-DESCRICAO             PIC X(20).
012110     05  WS-DEP-ADMISSAO              PIC X(10).
012120     05  WS-DEP-DESLIGAMENTO          PIC X(10).
012130     05  WS-DEP-SITUACAO              PIC X(01).
012200 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
012300*****************************************************************
012400*    RELAT-AUDITORIA -- LINHAS DE CABECALHO, DETALHE E RODAPE   *
016200     05  WS-AUD-IMG-REGIAO            PIC X(004).
016300     05  FILLER                       PIC X(002) VALUE SPACES.
016400     05  WS-AUD-IMG-DESCRICAO         PIC X(020).
016410     05  FILLER                       PIC X(002) VALUE SPACES.
016420     05  WS-AUD-IMG-ADMISSAO          PIC X(010).
016430     05  FILLER                       PIC X(002) VALUE SPACES.
016440     05  WS-AUD-IMG-DESLIGAMENTO      PIC X(010).
016450     05  FILLER                       PIC X(002) VALUE SPACES.
016460     05  WS-AUD-IMG-SITUACAO          PIC X(001).
016500     05  FILLER                       PIC X(038) VALUE SPACES.
016600 01  WS-LINHA-RODAPE-AUDITORIA.
016700     05  FILLER                       PIC X(002) VALUE SPACES.
016800     05  FILLER                       PIC X(007) VALUE 'LIDOS'.
018300     05  FILLER                       PIC X(011) VALUE
018400         'REJEITADOS'.
018500     05  WS-ROD-REJEITADOS            PIC ZZZ.ZZ9.
018510     05  FILLER                       PIC X(003) VALUE SPACES.
018520     05  FILLER                       PIC X(014) VALUE
018530         'DESLIGAMENTOS'.
018540     05  WS-ROD-DESLIGADOS            PIC ZZZ.ZZ9.
018600     05  FILLER                       PIC X(010) VALUE SPACES.
018700 PROCEDURE DIVISION.
018800*****************************************************************
018900*    0000-MAINLINE-CONTROLE                                     *
021475               REGIAO-VIGENCIA
021480               RELAT-AUDITORIA
021490         STOP RUN.
021490     OPEN I-O ARQUIVO-JOURNAL.
021490     IF WS-STATUS-JOURNAL = '35'
021490         OPEN OUTPUT ARQUIVO-JOURNAL
021490         CLOSE ARQUIVO-JOURNAL
021490         OPEN I-O ARQUIVO-JOURNAL
021490     END-IF.
021490     IF WS-STATUS-JOURNAL NOT = '00'
021490         DISPLAY 'VENDMNT -- JOURNAL DE ALTERACOES INDISPONIVEL '
021490             '(STATUS ' WS-STATUS-JOURNAL ') -- EXECUCAO '
021490             'INTERROMPIDA'
021490         CLOSE ARQUIVO-MOVIMENTO
021490               VENDEDOR-MASTER
021490               REGIAO-VIGENCIA
021490               REGIAO-MASTER
021490               RELAT-AUDITORIA
021490         STOP RUN.
021500     PERFORM 1100-IMPRIME-CABECALHO THRU 1100-EXIT.
021600 1000-EXIT.
021700     EXIT.
025740             IF MOVIMENTO-EXCLUI-VIGENCIA
025750               PERFORM 2700-EXCLUI-VIGENCIA THRU 2700-EXIT
025760             ELSE
025770               IF MOVIMENTO-DESLIGAMENTO
025780                 PERFORM 2800-APLICA-DESLIGAMENTO THRU 2800-EXIT
025790               ELSE
025800                 MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
025900                 MOVE 'TIPO DE MOVIMENTO INVALIDO' TO
026000                                       WS-MOTIVO-REJEICAO
026010               END-IF
026100             END-IF
026110           END-IF
026120         END-IF
026400     IF NOT MOVIMENTO-APLICADO
026500         ADD 1 TO WS-CONTADOR-REJEITADOS
026600     END-IF.
026625     IF MOVIMENTO-APLICADO
026650         PERFORM 2900-GRAVA-JOURNAL THRU 2900-EXIT
026675     END-IF.
026700     PERFORM 2500-IMPRIME-AUDITORIA THRU 2500-EXIT.
026800     PERFORM 7000-LER-MOVIMENTO THRU 7000-EXIT.
026900 2000-EXIT.
027100*****************************************************************
027200*    2100-APLICA-INCLUSAO                                       *
027300*    INCLUI UM VENDEDOR NOVO NO MESTRE -- MATRICULA INVALIDA,   *
027400*    NOME OU REGIAO EM BRANCO, DATA DE ADMISSAO AUSENTE E       *
027410*    CHAVE JA CADASTRADA SAO REJEITADOS (NA CHAVE JA            *
027500*    CADASTRADA A IMAGEM ANTES MOSTRA O REGISTRO EXISTENTE)     *
027600*****************************************************************
027700 2100-APLICA-INCLUSAO.
027710     MOVE ZERO  TO WS-NOVA-DATA-ADMISSAO.
027720     MOVE ZERO  TO WS-NOVA-DATA-DESLIGAMENTO.
027730     MOVE 'A'   TO WS-NOVA-SITUACAO.
027800     PERFORM 2400-VALIDA-CAMPOS-MOVIMENTO THRU 2400-EXIT.
027900     IF NOT MOVIMENTO-APLICADO
028000         GO TO 2100-EXIT.
030200     EXIT.
030300*****************************************************************
030400*    2200-APLICA-ALTERACAO                                      *
030500*    ALTERA O NOME, A REGIAO, A DESCRICAO, AS DATAS E A         *
030510*    SITUACAO DE UM VENDEDOR JA CADASTRADO -- DATA EM BRANCO    *
030520*    NO MOVIMENTO MANTEM A DO MESTRE; VENDEDOR INEXISTENTE OU   *
030600*    REGIAO EM BRANCO SAO REJEITADOS                            *
030800*****************************************************************
030900 2200-APLICA-ALTERACAO.
031000     MOVE MV-MATRICULA-VENDEDOR TO VM-MATRICULA-VENDEDOR.
031700     IF NOT MOVIMENTO-APLICADO
031800         GO TO 2200-EXIT.
031900     PERFORM 2410-GUARDA-IMAGEM-ANTES THRU 2410-EXIT.
031910     PERFORM 2415-GUARDA-DATAS-MESTRE THRU 2415-EXIT.
032000     PERFORM 2400-VALIDA-CAMPOS-MOVIMENTO THRU 2400-EXIT.
032100     IF NOT MOVIMENTO-APLICADO
032200         GO TO 2200-EXIT.
036200*    2400-VALIDA-CAMPOS-MOVIMENTO                               *
036300*    CRITICA DE EDICAO DOS CAMPOS DO MOVIMENTO -- MATRICULA     *
036400*    INVALIDA (A CHAVE DO MESTRE), NOME EM BRANCO E REGIAO EM   *
036500*    BRANCO SAO REJEITADOS ANTES DE TOCAR NO ARQUIVO, ASSIM     *
036510*    COMO DATAS E SITUACAO INCOERENTES                          *
036600*****************************************************************
036700 2400-VALIDA-CAMPOS-MOVIMENTO.
036710     IF MV-MATRICULA-VENDEDOR IS NOT NUMERIC
037610     IF MOVIMENTO-APLICADO
037620         PERFORM 2450-CONFERE-REGIAO-MASTER THRU 2450-EXIT
037630     END-IF.
037640     IF MOVIMENTO-APLICADO
037650         PERFORM 2440-CRITICA-DATAS-MOVIMENTO THRU 2440-EXIT
037660     END-IF.
037700 2400-EXIT.
037800     EXIT.
037810*****************************************************************
037897     MOVE WS-VIG-PERIODO-TXT     TO WS-ANT-NOME.
037897     MOVE TV-REGIAO-VENDEDOR     TO WS-ANT-REGIAO.
037897     MOVE TV-DESCRICAO-REGIAO    TO WS-ANT-DESCRICAO.
037897     MOVE SPACES                 TO WS-ANT-ADMISSAO
037897                                    WS-ANT-DESLIGAMENTO
037897                                    WS-ANT-SITUACAO.
037897     MOVE REGISTRO-REGIAO-VIGENCIA TO WS-JRN-IMAGEM-ANTES.
037897 2460-EXIT.
037897     EXIT.
037897*****************************************************************
037897     MOVE WS-VIG-PERIODO-TXT     TO WS-DEP-NOME.
037897     MOVE TV-REGIAO-VENDEDOR     TO WS-DEP-REGIAO.
037897     MOVE TV-DESCRICAO-REGIAO    TO WS-DEP-DESCRICAO.
037897     MOVE SPACES                 TO WS-DEP-ADMISSAO
037897                                    WS-DEP-DESLIGAMENTO
037897                                    WS-DEP-SITUACAO.
037897     MOVE REGISTRO-REGIAO-VIGENCIA TO WS-JRN-IMAGEM-DEPOIS.
037897 2470-EXIT.
037897     EXIT.
037897*****************************************************************
038700     MOVE VM-NOME-VENDEDOR       TO WS-ANT-NOME.
038800     MOVE VM-REGIAO-VENDEDOR     TO WS-ANT-REGIAO.
038900     MOVE VM-DESCRICAO-REGIAO    TO WS-ANT-DESCRICAO.
038910     MOVE ZERO                   TO WS-DATA-CRITICA.
038920     IF VM-DATA-ADMISSAO IS NUMERIC
038930         MOVE VM-DATA-ADMISSAO   TO WS-DATA-CRITICA
038940     END-IF.
038950     PERFORM 2495-FORMATA-DATA THRU 2495-EXIT.
038960     MOVE WS-DATA-FORMATADA      TO WS-ANT-ADMISSAO.
038970     MOVE ZERO                   TO WS-DATA-CRITICA.
038980     IF VM-DATA-DESLIGAMENTO IS NUMERIC
038990         MOVE VM-DATA-DESLIGAMENTO TO WS-DATA-CRITICA
038991     END-IF.
038992     PERFORM 2495-FORMATA-DATA THRU 2495-EXIT.
038993     MOVE WS-DATA-FORMATADA      TO WS-ANT-DESLIGAMENTO.
038994     MOVE VM-SITUACAO-VENDEDOR   TO WS-ANT-SITUACAO.
038997     MOVE REGISTRO-VENDEDOR-MASTER TO WS-JRN-IMAGEM-ANTES.
039000 2410-EXIT.
039100     EXIT.
039104*****************************************************************
039108*    2415-GUARDA-DATAS-MESTRE                                   *
039112*    PARTE DAS DATAS E DA SITUACAO QUE O VENDEDOR JA TEM NO     *
039116*    MESTRE -- O MOVIMENTO DE ALTERACAO SO' SUBSTITUI O QUE     *
039120*    VIER PREENCHIDO; REGISTRO ANTERIOR AOS CAMPOS (BRANCOS)    *
039124*    VALE COMO DATA NAO INFORMADA E VENDEDOR ATIVO              *
039128*****************************************************************
039132 2415-GUARDA-DATAS-MESTRE.
039136     MOVE ZERO TO WS-NOVA-DATA-ADMISSAO.
039140     MOVE ZERO TO WS-NOVA-DATA-DESLIGAMENTO.
039144     IF VM-DATA-ADMISSAO IS NUMERIC
039148         MOVE VM-DATA-ADMISSAO     TO WS-NOVA-DATA-ADMISSAO
039152     END-IF.
039156     IF VM-DATA-DESLIGAMENTO IS NUMERIC
039160         MOVE VM-DATA-DESLIGAMENTO TO WS-NOVA-DATA-DESLIGAMENTO
039164     END-IF.
039168     IF VM-VENDEDOR-DESLIGADO
039172         MOVE 'D' TO WS-NOVA-SITUACAO
039176     ELSE
039180         MOVE 'A' TO WS-NOVA-SITUACAO
039184     END-IF.
039188 2415-EXIT.
039192     EXIT.
039200*****************************************************************
039300*    2420-GUARDA-IMAGEM-DEPOIS                                  *
039400*    GUARDA A IMAGEM DO REGISTRO DO MESTRE COMO FICOU DEPOIS    *
040000     MOVE VM-NOME-VENDEDOR       TO WS-DEP-NOME.
040100     MOVE VM-REGIAO-VENDEDOR     TO WS-DEP-REGIAO.
040200     MOVE VM-DESCRICAO-REGIAO    TO WS-DEP-DESCRICAO.
040210     MOVE ZERO                   TO WS-DATA-CRITICA.
040220     IF VM-DATA-ADMISSAO IS NUMERIC
040230         MOVE VM-DATA-ADMISSAO   TO WS-DATA-CRITICA
040240     END-IF.
040250     PERFORM 2495-FORMATA-DATA THRU 2495-EXIT.
040260     MOVE WS-DATA-FORMATADA      TO WS-DEP-ADMISSAO.
040270     MOVE ZERO                   TO WS-DATA-CRITICA.
040280     IF VM-DATA-DESLIGAMENTO IS NUMERIC
040290         MOVE VM-DATA-DESLIGAMENTO TO WS-DATA-CRITICA
040291     END-IF.
040292     PERFORM 2495-FORMATA-DATA THRU 2495-EXIT.
040293     MOVE WS-DATA-FORMATADA      TO WS-DEP-DESLIGAMENTO.
040294     MOVE VM-SITUACAO-VENDEDOR   TO WS-DEP-SITUACAO.
040297     MOVE REGISTRO-VENDEDOR-MASTER TO WS-JRN-IMAGEM-DEPOIS.
040300 2420-EXIT.
040400     EXIT.
040500*****************************************************************
040600*    2430-MOVE-MOVIMENTO-MESTRE                                 *
040700*    MONTA O REGISTRO DO MESTRE A PARTIR DOS CAMPOS DO          *
040800*    MOVIMENTO E DAS DATAS/SITUACAO JA CRITICADAS, PRONTO       *
040810*    PARA GRAVAR OU REGRAVAR                                    *
040900*****************************************************************
041000 2430-MOVE-MOVIMENTO-MESTRE.
041100     MOVE SPACES                  TO REGISTRO-VENDEDOR-MASTER.
041300     MOVE MV-NOME-VENDEDOR        TO VM-NOME-VENDEDOR.
041400     MOVE MV-REGIAO-VENDEDOR      TO VM-REGIAO-VENDEDOR.
041500     MOVE MV-DESCRICAO-REGIAO     TO VM-DESCRICAO-REGIAO.
041510     MOVE WS-NOVA-DATA-ADMISSAO   TO VM-DATA-ADMISSAO.
041520     MOVE WS-NOVA-DATA-DESLIGAMENTO TO VM-DATA-DESLIGAMENTO.
041530     MOVE WS-NOVA-SITUACAO        TO VM-SITUACAO-VENDEDOR.
041600 2430-EXIT.
041700     EXIT.
041750*****************************************************************
041750*    2440-CRITICA-DATAS-MOVIMENTO                               *
041750*    CRITICA AS DATAS E A SITUACAO DO MOVIMENTO DE INCLUSAO OU  *
041750*    ALTERACAO E MONTA OS VALORES QUE VAO PARA O MESTRE --      *
041750*    DATA INVALIDA, SITUACAO DIFERENTE DE 'A'/'D', ATIVO COM    *
041750*    DATA DE DESLIGAMENTO, DESLIGADO SEM DATA E DESLIGAMENTO    *
041750*    ANTES DA ADMISSAO SAO REJEITADOS; A INCLUSAO EXIGE A DATA  *
041750*    DE ADMISSAO. SITUACAO 'A' NUMA ALTERACAO E' READMISSAO E   *
041750*    LIMPA O DESLIGAMENTO DO MESTRE                             *
041750*****************************************************************
041750 2440-CRITICA-DATAS-MOVIMENTO.
041750     IF MV-DATA-ADMISSAO NOT = SPACES
041750         IF MV-DATA-ADMISSAO IS NOT NUMERIC
041750             MOVE 'N' TO WS-DATA-VALIDA-SW
041750         ELSE
041750             MOVE MV-DATA-ADMISSAO TO WS-DATA-CRITICA
041750             PERFORM 2490-CRITICA-DATA THRU 2490-EXIT
041750         END-IF
041750         IF NOT DATA-VALIDA
041750             MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750             MOVE 'DATA DE ADMISSAO INVALIDA' TO
041750                                       WS-MOTIVO-REJEICAO
041750             GO TO 2440-EXIT
041750         END-IF
041750         MOVE WS-DATA-CRITICA TO WS-NOVA-DATA-ADMISSAO
041750     END-IF.
041750     IF MOVIMENTO-INCLUSAO
041750         AND WS-NOVA-DATA-ADMISSAO = ZERO
041750         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750         MOVE 'DATA DE ADMISSAO EM BRANCO' TO WS-MOTIVO-REJEICAO
041750         GO TO 2440-EXIT.
041750     IF MV-DATA-DESLIGAMENTO NOT = SPACES
041750         IF MV-DATA-DESLIGAMENTO IS NOT NUMERIC
041750             MOVE 'N' TO WS-DATA-VALIDA-SW
041750         ELSE
041750             MOVE MV-DATA-DESLIGAMENTO TO WS-DATA-CRITICA
041750             PERFORM 2490-CRITICA-DATA THRU 2490-EXIT
041750         END-IF
041750         IF NOT DATA-VALIDA
041750             MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750             MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO
041750                                       WS-MOTIVO-REJEICAO
041750             GO TO 2440-EXIT
041750         END-IF
041750         MOVE WS-DATA-CRITICA TO WS-NOVA-DATA-DESLIGAMENTO
041750         MOVE 'D'             TO WS-NOVA-SITUACAO
041750     END-IF.
041750     IF MV-SITUACAO-VENDEDOR = 'A'
041750         IF MV-DATA-DESLIGAMENTO NOT = SPACES
041750             MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750             MOVE 'ATIVO COM DATA DE DESLIGAMENTO' TO
041750                                       WS-MOTIVO-REJEICAO
041750             GO TO 2440-EXIT
041750         END-IF
041750         MOVE ZERO TO WS-NOVA-DATA-DESLIGAMENTO
041750         MOVE 'A'  TO WS-NOVA-SITUACAO
041750     ELSE
041750         IF MV-SITUACAO-VENDEDOR = 'D'
041750             MOVE 'D' TO WS-NOVA-SITUACAO
041750         ELSE
041750             IF MV-SITUACAO-VENDEDOR NOT = SPACE
041750                 MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750                 MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-REJEICAO
041750                 GO TO 2440-EXIT
041750             END-IF
041750         END-IF
041750     END-IF.
041750     IF WS-NOVA-SITUACAO = 'D'
041750         AND WS-NOVA-DATA-DESLIGAMENTO = ZERO
041750         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750         MOVE 'DESLIGADO SEM DATA' TO WS-MOTIVO-REJEICAO
041750         GO TO 2440-EXIT.
041750     IF WS-NOVA-DATA-DESLIGAMENTO > ZERO
041750         AND WS-NOVA-DATA-DESLIGAMENTO < WS-NOVA-DATA-ADMISSAO
041750         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
041750         MOVE 'DESLIGAMENTO ANTES DA ADMISSAO' TO
041750                                       WS-MOTIVO-REJEICAO
041750     END-IF.
041750 2440-EXIT.
041750     EXIT.
041750*****************************************************************
041750*    2490-CRITICA-DATA                                          *
041750*    CONFERE A DATA AAAAMMDD EM WS-DATA-CRITICA -- ANO A PARTIR *
041750*    DE 1900, MES DE 1 A 12 E DIA DE 1 A 31                     *
041750*****************************************************************
041750 2490-CRITICA-DATA.
041750     MOVE 'S' TO WS-DATA-VALIDA-SW.
041750     IF WS-DATA-CRIT-ANO < 1900
041750         OR WS-DATA-CRIT-MES < 1
041750         OR WS-DATA-CRIT-MES > 12
041750         OR WS-DATA-CRIT-DIA < 1
041750         OR WS-DATA-CRIT-DIA > 31
041750         MOVE 'N' TO WS-DATA-VALIDA-SW
041750     END-IF.
041750 2490-EXIT.
041750     EXIT.
041750*****************************************************************
041750*    2495-FORMATA-DATA                                          *
041750*    FORMATA A DATA AAAAMMDD EM WS-DATA-CRITICA COMO DD/MM/AAAA *
041750*    EM WS-DATA-FORMATADA -- DATA ZERADA SAI EM BRANCO          *
041750*****************************************************************
041750 2495-FORMATA-DATA.
041750     MOVE SPACES TO WS-DATA-FORMATADA.
041750     IF WS-DATA-CRITICA = ZERO
041750         GO TO 2495-EXIT.
041750     STRING WS-DATA-CRIT-DIA     DELIMITED BY SIZE
041750            '/'                  DELIMITED BY SIZE
041750            WS-DATA-CRIT-MES     DELIMITED BY SIZE
041750            '/'                  DELIMITED BY SIZE
041750            WS-DATA-CRIT-ANO     DELIMITED BY SIZE
041750         INTO WS-DATA-FORMATADA
041750     END-STRING.
041750 2495-EXIT.
041750     EXIT.
041800*****************************************************************
041900*    2500-IMPRIME-AUDITORIA                                     *
042000*    IMPRIME AS TRES LINHAS DE AUDITORIA DO MOVIMENTO -- A      *
043740             IF MOVIMENTO-EXCLUI-VIGENCIA
043750               MOVE 'EXC.VIGEN' TO WS-AUD-TIPO
043760             ELSE
043770               IF MOVIMENTO-DESLIGAMENTO
043780                 MOVE 'DESLIGAM.' TO WS-AUD-TIPO
043790               ELSE
043800                 MOVE 'INVALIDO ' TO WS-AUD-TIPO
043810               END-IF
043900             END-IF
043910           END-IF
043920         END-IF
045400         MOVE WS-ANT-NOME       TO WS-AUD-IMG-NOME
045500         MOVE WS-ANT-REGIAO     TO WS-AUD-IMG-REGIAO
045600         MOVE WS-ANT-DESCRICAO  TO WS-AUD-IMG-DESCRICAO
045610         MOVE WS-ANT-ADMISSAO   TO WS-AUD-IMG-ADMISSAO
045620         MOVE WS-ANT-DESLIGAMENTO TO WS-AUD-IMG-DESLIGAMENTO
045630         MOVE WS-ANT-SITUACAO   TO WS-AUD-IMG-SITUACAO
045700     ELSE
045800         MOVE SPACES            TO WS-AUD-IMG-MATRICULA
045900         MOVE '*SEM REGISTRO*'  TO WS-AUD-IMG-NOME
046000         MOVE SPACES            TO WS-AUD-IMG-REGIAO
046100         MOVE SPACES            TO WS-AUD-IMG-DESCRICAO
046110         MOVE SPACES            TO WS-AUD-IMG-ADMISSAO
046120                                   WS-AUD-IMG-DESLIGAMENTO
046130                                   WS-AUD-IMG-SITUACAO
046200     END-IF.
046300     WRITE LINHA-AUDITORIA FROM WS-AUD-LINHA-IMAGEM
046400         AFTER ADVANCING 1 LINE.
046800         MOVE WS-DEP-NOME       TO WS-AUD-IMG-NOME
046900         MOVE WS-DEP-REGIAO     TO WS-AUD-IMG-REGIAO
047000         MOVE WS-DEP-DESCRICAO  TO WS-AUD-IMG-DESCRICAO
047010         MOVE WS-DEP-ADMISSAO   TO WS-AUD-IMG-ADMISSAO
047020         MOVE WS-DEP-DESLIGAMENTO TO WS-AUD-IMG-DESLIGAMENTO
047030         MOVE WS-DEP-SITUACAO   TO WS-AUD-IMG-SITUACAO
047100     ELSE
047200         MOVE SPACES            TO WS-AUD-IMG-MATRICULA
047300         MOVE '*SEM REGISTRO*'  TO WS-AUD-IMG-NOME
047400         MOVE SPACES            TO WS-AUD-IMG-REGIAO
047500         MOVE SPACES            TO WS-AUD-IMG-DESCRICAO
047510         MOVE SPACES            TO WS-AUD-IMG-ADMISSAO
047520                                   WS-AUD-IMG-DESLIGAMENTO
047530                                   WS-AUD-IMG-SITUACAO
047600     END-IF.
047700     WRITE LINHA-AUDITORIA FROM WS-AUD-LINHA-IMAGEM
047800         AFTER ADVANCING 1 LINE.
048100     ADD 4 TO WS-LINHAS-NA-PAGINA.
048200 2500-EXIT.
048300     EXIT.
048301*****************************************************************
048301*    2800-APLICA-DESLIGAMENTO                                   *
048301*    REGISTRA O DESLIGAMENTO DE UM VENDEDOR CADASTRADO -- GRAVA *
048301*    A DATA DE DESLIGAMENTO E A SITUACAO 'D' NO MESTRE, SEM     *
048301*    EXCLUI-LO (O HISTORICO E AS COMISSOES RETIDAS CONTINUAM    *
048301*    REFERINDO A MATRICULA); VENDEDOR JA DESLIGADO, DATA        *
048301*    INVALIDA OU ANTERIOR A ADMISSAO SAO REJEITADOS             *
048301*****************************************************************
048301 2800-APLICA-DESLIGAMENTO.
048301     IF MV-MATRICULA-VENDEDOR IS NOT NUMERIC
048301         OR MV-MATRICULA-VENDEDOR = ZERO
048301         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301         MOVE 'MATRICULA INVALIDA' TO WS-MOTIVO-REJEICAO
048301         GO TO 2800-EXIT.
048301     MOVE MV-MATRICULA-VENDEDOR TO VM-MATRICULA-VENDEDOR.
048301     READ VENDEDOR-MASTER
048301         INVALID KEY
048301             MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301             MOVE 'VENDEDOR NAO CADASTRADO' TO
048301                                       WS-MOTIVO-REJEICAO
048301     END-READ.
048301     IF NOT MOVIMENTO-APLICADO
048301         GO TO 2800-EXIT.
048301     PERFORM 2410-GUARDA-IMAGEM-ANTES THRU 2410-EXIT.
048301     PERFORM 2415-GUARDA-DATAS-MESTRE THRU 2415-EXIT.
048301     IF VM-VENDEDOR-DESLIGADO
048301         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301         MOVE 'VENDEDOR JA DESLIGADO' TO WS-MOTIVO-REJEICAO
048301         GO TO 2800-EXIT.
048301     IF MV-DATA-DESLIGAMENTO IS NOT NUMERIC
048301         MOVE 'N' TO WS-DATA-VALIDA-SW
048301     ELSE
048301         MOVE MV-DATA-DESLIGAMENTO TO WS-DATA-CRITICA
048301         PERFORM 2490-CRITICA-DATA THRU 2490-EXIT
048301     END-IF.
048301     IF NOT DATA-VALIDA
048301         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301         MOVE 'DATA DE DESLIGAMENTO INVALIDA' TO
048301                                       WS-MOTIVO-REJEICAO
048301         GO TO 2800-EXIT.
048301     IF WS-DATA-CRITICA < WS-NOVA-DATA-ADMISSAO
048301         MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301         MOVE 'DESLIGAMENTO ANTES DA ADMISSAO' TO
048301                                       WS-MOTIVO-REJEICAO
048301         GO TO 2800-EXIT.
048301     MOVE WS-NOVA-DATA-ADMISSAO  TO VM-DATA-ADMISSAO.
048301     MOVE WS-DATA-CRITICA        TO VM-DATA-DESLIGAMENTO.
048301     MOVE 'D'                    TO VM-SITUACAO-VENDEDOR.
048301     REWRITE REGISTRO-VENDEDOR-MASTER
048301         INVALID KEY
048301             MOVE 'N' TO WS-MOVIMENTO-APLICADO-SW
048301             MOVE 'VENDEDOR NAO CADASTRADO' TO
048301                                       WS-MOTIVO-REJEICAO
048301         NOT INVALID KEY
048301             ADD 1 TO WS-CONTADOR-DESLIGADOS
048301             PERFORM 2420-GUARDA-IMAGEM-DEPOIS THRU 2420-EXIT
048301     END-REWRITE.
048301 2800-EXIT.
048301     EXIT.
048302*****************************************************************
048304*    2900-GRAVA-JOURNAL                                         *
048306*    GRAVA O MOVIMENTO APLICADO NO JOURNAL DE ALTERACOES, COM   *
048308*    AS IMAGENS ANTES E DEPOIS -- INCLUSAO SEM IMAGEM ANTES E   *
048310*    EXCLUSAO SEM IMAGEM DEPOIS. OS MOVIMENTOS DE VIGENCIA VAO  *
048312*    COM AS IMAGENS DO REGIAO-VIGENCIA E OS DEMAIS COM AS DO    *
048314*    MESTRE; O ARQUIVO JA FOI ATUALIZADO, ENTAO UMA FALHA AQUI  *
048316*    SO' E' AVISADA NO CONSOLE                                  *
048318*****************************************************************
048320 2900-GRAVA-JOURNAL.
048322     ADD 1 TO WS-JRN-SEQUENCIA.
048324     ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
048326     ACCEPT WS-JRN-HORA FROM TIME.
048328     MOVE SPACES                 TO REGISTRO-JOURNAL.
048330     MOVE WS-JRN-DATA            TO JN-DATA-ALTERACAO.
048332     MOVE WS-JRN-HORA            TO JN-HORA-ALTERACAO.
048334     MOVE 'VENDMNT '             TO JN-PROGRAMA.
048336     MOVE WS-JRN-SEQUENCIA       TO JN-SEQUENCIA.
048338     MOVE MV-TIPO-MOVIMENTO      TO JN-TIPO-MOVIMENTO.
048340     IF MOVIMENTO-VIGENCIA
048342         OR MOVIMENTO-EXCLUI-VIGENCIA
048344         MOVE 'REGVIGEN'         TO JN-ARQUIVO-MESTRE
048346         STRING MV-VIG-MATRICULA        DELIMITED BY SIZE
048348                MV-VIG-ANO-INICIO       DELIMITED BY SIZE
048350                MV-VIG-TRIMESTRE-INICIO DELIMITED BY SIZE
048352             INTO JN-CHAVE-REGISTRO
048354         END-STRING
048356     ELSE
048358         MOVE 'VENDMAST'         TO JN-ARQUIVO-MESTRE
048360         MOVE MV-MATRICULA-VENDEDOR TO JN-CHAVE-REGISTRO
048362     END-IF.
048364     MOVE MV-MATRICULA-VENDEDOR  TO JN-MATRICULA-ANTES
048366                                    JN-MATRICULA-DEPOIS.
048368     IF TEM-IMAGEM-ANTES
048370         MOVE WS-ANT-REGIAO        TO JN-REGIAO-ANTES
048372         MOVE WS-JRN-IMAGEM-ANTES  TO JN-IMAGEM-ANTES
048374     END-IF.
048376     IF TEM-IMAGEM-DEPOIS
048378         MOVE WS-DEP-REGIAO        TO JN-REGIAO-DEPOIS
048380         MOVE WS-JRN-IMAGEM-DEPOIS TO JN-IMAGEM-DEPOIS
048382     END-IF.
048384     WRITE REGISTRO-JOURNAL
048386         INVALID KEY
048388             DISPLAY 'VENDMNT -- JOURNAL NAO GRAVADO (STATUS '
048390                 WS-STATUS-JOURNAL ') PARA O MOVIMENTO '
048392                 MV-TIPO-MOVIMENTO ' ' JN-CHAVE-REGISTRO
048394     END-WRITE.
048396 2900-EXIT.
048398     EXIT.
048400*****************************************************************
048500*    4000-IMPRIME-RODAPE                                        *
048600*    IMPRIME O RODAPE COM OS TOTAIS DE MOVIMENTOS LIDOS,        *
049500     MOVE WS-CONTADOR-ALTERADOS  TO WS-ROD-ALTERADOS.
049600     MOVE WS-CONTADOR-EXCLUIDOS  TO WS-ROD-EXCLUIDOS.
049700     MOVE WS-CONTADOR-REJEITADOS TO WS-ROD-REJEITADOS.
049710     MOVE WS-CONTADOR-DESLIGADOS TO WS-ROD-DESLIGADOS.
049800     WRITE LINHA-AUDITORIA FROM WS-LINHA-BRANCO
049900         AFTER ADVANCING 1 LINE.
050000     WRITE LINHA-AUDITORIA FROM WS-LINHA-RODAPE-AUDITORIA
052100           VENDEDOR-MASTER
052150           REGIAO-MASTER
052160           REGIAO-VIGENCIA
052180           ARQUIVO-JOURNAL
052200           RELAT-AUDITORIA.
052300 8000-EXIT.
052400     EXIT.
