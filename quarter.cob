003224*                     DE FORCA DE VENDAS E SEM O AVISO DE          *
003225*                     "TABELA CHEIA" QUE SUSPENDIA O CONTROLE      *
003226*                     NO MEIO DA LEITURA.                          *
003227*    04/09/2026  RMS  A COTA DO TRIMESTRE PASSOU A SER            *
003228*                     PRORRATEADA PELOS MESES TRABALHADOS NO       *
003229*                     TRIMESTRE, CONFORME AS DATAS DE ADMISSAO     *
003230*                     E DESLIGAMENTO DO MESTRE DE VENDEDORES --    *
003231*                     QUEM ENTROU OU SAIU NO MEIO DO TRIMESTRE     *
003232*                     NAO E' MAIS MEDIDO CONTRA A COTA DE TRES     *
003233*                     MESES. O MES DA ADMISSAO E O DO              *
003234*                     DESLIGAMENTO CONTAM COMO TRABALHADOS.        *
003235*    10/09/2026  RMS  A CRITICA PASSOU A ACEITAR O REGISTRO DE     *
003236*                     CREDITO DIVIDIDO (TIPO 'S', GRAVADO PELO     *
003237*                     CRMCONV COM A PARTE DE CADA VENDEDOR NUMA    *
003238*                     VENDA FECHADA A DOIS) SEM CRITICA DE         *
003239*                     DUPLICIDADE -- A PARTE E' SOMADA AO TOTAL    *
003240*                     DO TRIMESTRE DA MATRICULA ANTES DA VARIACAO, *
003241*                     DO ATINGIMENTO E DA COMISSAO; O RELATRIM     *
003242*                     GANHOU A COLUNA DE CREDITO DIVIDIDO E O      *
003243*                     RODAPE O TOTAL DAS PARTES E AS PARTES SEM    *
003244*                     VENDA DA MATRICULA NO TRIMESTRE.             *
003245*    11/09/2026  RMS  A PARTE DE CREDITO DIVIDIDO DE MATRICULA SEM *
003246*                     VENDA PROPRIA NO TRIMESTRE GANHA LINHA NO    *
003247*                     RELATRIM (NOME DO MESTRE, COTA DO MESTRE DE  *
003248*                     COTAS) E PASSA PELA VARIACAO, ATINGIMENTO E  *
003249*                     COMISSAO COMO QUALQUER VENDEDOR -- O RODAPE  *
003250*                     FICA SO' COM AS PARTES DE MATRICULA FORA DO  *
003251*                     MESTRE. COTA ZERADA NAO CALCULA ATINGIMENTO: *
003252*                     SAI ZERO E A FAIXA NUNCA PASSA DA BASE.      *
003110*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
006691         10  WS-AJU-VALOR             PIC S9(7)V99 COMP-3.
006691         10  WS-AJU-USADO             PIC X(01).
006691*****************************************************************
006691*    CREDITOS DIVIDIDOS DO TRIMESTRE -- OS REGISTROS DE TIPO     *
006691*    'S' ACEITOS NA CRITICA (A PARTE DE CADA VENDEDOR NUMA       *
006691*    VENDA FECHADA A DOIS) SAO ACUMULADOS POR MATRICULA NESTA    *
006691*    TABELA E SOMADOS AO TOTAL DO TRIMESTRE DO VENDEDOR NA       *
006691*    IMPRESSAO DO RELATRIM -- MATRICULA SEM VENDA PROPRIA NO     *
006691*    TRIMESTRE GANHA LINHA SO' COM A PARTE (VEJA                 *
006691*    2029-GERA-LINHA-PARTE); PARTE DE MATRICULA FORA DO MESTRE   *
006691*    FICA SEM USO E SAI NO RODAPE E NO CONSOLE                   *
006691*****************************************************************
006691 77  WS-IND-PARTE                     PIC 9(04) COMP VALUE ZERO.
006691 77  WS-IND-PARTE-ACHADA              PIC 9(04) COMP VALUE ZERO.
006691 77  WS-MATRICULA-PARTE               PIC 9(06) VALUE ZERO.
006691 77  WS-CONTADOR-PARTES               PIC 9(06) COMP-3 VALUE ZERO.
006691 77  WS-PARTE-VENDEDOR                PIC S9(7)V99 COMP-3
006691                                              VALUE ZERO.
006691 77  WS-TOTAL-PARTES-GERAL            PIC S9(8)V99 COMP-3
006691                                              VALUE ZERO.
006691 77  WS-CONTADOR-LINHAS-PARTE         PIC 9(06) COMP-3 VALUE ZERO.
006691 77  WS-CONTADOR-PAR-ORFAS            PIC 9(06) COMP-3 VALUE ZERO.
006691 77  WS-TOTAL-PAR-ORFAS               PIC S9(8)V99 COMP-3
006691                                              VALUE ZERO.
006691 01  WS-TABELA-PARTES.
006691     05  WS-QTD-PARTES                PIC 9(04) COMP VALUE ZERO.
006691     05  WS-PARTE-ENTRADA             OCCURS 2000 TIMES.
006691         10  WS-PAR-MATRICULA         PIC 9(06).
006691         10  WS-PAR-NOME              PIC X(15).
006691         10  WS-PAR-VALOR             PIC S9(7)V99 COMP-3.
006691         10  WS-PAR-USADA             PIC X(01).
006691*****************************************************************
006691*    CONFERENCIA DA COTA CONTRA O MESTRE DE COTAS -- A COTA      *
006691*    QUE VALE NA APURACAO (WS-COTA-APURADA) E' A DO MESTRE       *
006691*    QUANDO O PERIODO ESTA' CADASTRADO LA', SENAO A DO CRM; AS   *
006692 77  WS-MESES-DECORRIDOS              PIC 9(01) VALUE 3.
006692 77  WS-COTA-PRORATA                  PIC S9(6)V99 COMP-3
006692                                              VALUE ZERO.
006692*****************************************************************
006692*    PRORRATA DA COTA PELOS MESES TRABALHADOS -- OS PERIODOS    *
006692*    SAO CONTADOS EM MESES CORRIDOS (ANO * 12 + MES) PARA       *
006692*    CRUZAR O TRIMESTRE COM A ADMISSAO E O DESLIGAMENTO DO      *
006692*    MESTRE; WS-COTA-CONTRATO E' A COTA DO TRIMESTRE INTEIRO    *
006692*    JA PRORRATEADA                                             *
006692*****************************************************************
006692 77  WS-VENDEDOR-NO-MESTRE-SW         PIC X(01) VALUE 'N'.
006692     88  VENDEDOR-NO-MESTRE                  VALUE 'S'.
006692 77  WS-MESES-TRABALHADOS             PIC 9(01) VALUE 3.
006692 77  WS-MESES-TRAB-DECORRIDOS         PIC 9(01) VALUE 3.
006692 77  WS-MES-CORR-INICIO-TRI           PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-FIM-TRI              PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-FIM-DECORRIDO        PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-ADMISSAO             PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-DESLIGAMENTO         PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-PRIMEIRO             PIC 9(06) COMP VALUE ZERO.
006692 77  WS-MES-CORR-ULTIMO               PIC 9(06) COMP VALUE ZERO.
006692 77  WS-COTA-CONTRATO                 PIC S9(6)V99 COMP-3
006692                                              VALUE ZERO.
006692 77  WS-CONTADOR-COTA-PRORRATEADA     PIC 9(06) COMP-3 VALUE ZERO.
006692 77  WS-CONTADOR-FORA-CONTRATO        PIC 9(06) COMP-3 VALUE ZERO.
006692 01  WS-DATA-CONTRATO                 PIC 9(08) VALUE ZERO.
006692 01  WS-DATA-CONTRATO-R REDEFINES WS-DATA-CONTRATO.
006692     05  WS-DATA-CONTR-ANO            PIC 9(04).
006692     05  WS-DATA-CONTR-MES            PIC 9(02).
006692     05  WS-DATA-CONTR-DIA            PIC 9(02).
006692 77  WS-FIM-ARQUIVO-PROJECAO          PIC X(01) VALUE 'N'.
006692     88  FIM-ARQUIVO-PROJECAO                VALUE 'S'.
006692 77  WS-CONTADOR-PROJETADOS           PIC 9(06) COMP-3 VALUE ZERO.
009710     05  FILLER                       PIC X(012) VALUE SPACES.
009720     05  FILLER                       PIC X(014) VALUE
009730         'AJUSTES/DEVOL.'.
009740     05  FILLER                       PIC X(002) VALUE SPACES.
009750     05  FILLER                       PIC X(014) VALUE
009760         'CRED. DIVIDIDO'.
009800     05  FILLER                       PIC X(006) VALUE SPACES.
009900 01  WS-LINHA-BRANCO                  PIC X(132) VALUE SPACES.
010000*****************************************************************
010100*    LINHA DE DETALHE DO RELATORIO                               *
011310     05  FILLER                       PIC X(004) VALUE SPACES.
011320     05  WS-DET-AJUSTES               PIC -ZZZ.ZZZ,99
011330                                          BLANK WHEN ZERO.
011340     05  FILLER                       PIC X(004) VALUE SPACES.
011350     05  WS-DET-PARTES                PIC -ZZZ.ZZZ,99
011360                                          BLANK WHEN ZERO.
011400     05  FILLER                       PIC X(015) VALUE SPACES.
011410*****************************************************************
011420*    LINHAS DA SECAO DE EXCECAO -- VENDEDORES ABAIXO DA COTA    *
011430*****************************************************************
011748         'VALOR SEM USO'.
011748     05  WS-ROD-VALOR-ORFAOS          PIC -ZZ.ZZZ.ZZZ,99.
011748     05  FILLER                       PIC X(027) VALUE SPACES.
011748 01  WS-LINHA-RODAPE-4.
011748     05  FILLER                       PIC X(002) VALUE SPACES.
011748     05  FILLER                       PIC X(026) VALUE
011748         'TOTAL CREDITOS DIVIDIDOS'.
011748     05  WS-ROD-TOTAL-PARTES          PIC -ZZ.ZZZ.ZZZ,99.
011748     05  FILLER                       PIC X(004) VALUE SPACES.
011748     05  FILLER                       PIC X(020) VALUE
011748         'PARTES FORA MESTRE:'.
011748     05  WS-ROD-QTD-PAR-ORFAS         PIC ZZZ.ZZ9.
011748     05  FILLER                       PIC X(004) VALUE SPACES.
011748     05  FILLER                       PIC X(015) VALUE
011748         'VALOR SEM USO'.
011748     05  WS-ROD-VALOR-PAR-ORFAS       PIC -ZZ.ZZZ.ZZZ,99.
011748     05  FILLER                       PIC X(026) VALUE SPACES.
011749*****************************************************************
011750*    RELAT-REJEITOS -- LINHAS DE CABECALHO E DETALHE             *
011751*****************************************************************
015872         IF REGISTRO-VALIDO AND REGISTRO-AJUSTE-VENDAS
015872             PERFORM 2025-ACUMULA-AJUSTE THRU 2025-EXIT
015872         END-IF
015872         IF REGISTRO-VALIDO AND REGISTRO-DIVISAO-VENDAS
015872             PERFORM 2027-ACUMULA-PARTE THRU 2027-EXIT
015872         END-IF
015872         MOVE 'N' TO WS-MODO-REPLAY-SW
015872     END-IF.
015873 1530-EXIT.
015900*    LE ARQUIVO-VENDAS, VALIDA CADA REGISTRO E GRAVA EM          *
015901*    ARQUIVO-VALIDADO (JA COM A REGIAO DO VENDEDOR) OS           *
015902*    REGISTROS APROVADOS NA CRITICA, PARA POSTERIOR ORDENACAO;   *
015903*    OS REJEITADOS VAO DIRETO PARA A LISTAGEM DE REJEITOS --     *
015904*    AO FINAL, AS PARTES DE CREDITO DIVIDIDO DE MATRICULA SEM    *
015905*    VENDA PROPRIA GANHAM O SEU PROPRIO REGISTRO                 *
016100*****************************************************************
016200 2000-VALIDA-E-PREPARA.
016210     PERFORM 7000-LER-REGISTRO-VENDAS THRU 7000-EXIT.
016220     PERFORM 2005-PROCESSA-ENTRADA THRU 2005-EXIT
016230         UNTIL FIM-ARQUIVO-VENDAS.
016240     PERFORM 2029-GERA-LINHA-PARTE THRU 2029-EXIT
016250         VARYING WS-IND-PARTE FROM 1 BY 1
016260         UNTIL WS-IND-PARTE > WS-QTD-PARTES.
017700 2000-EXIT.
017800     EXIT.
016300*****************************************************************
016369     IF REGISTRO-VALIDO AND REGISTRO-AJUSTE-VENDAS
016369         PERFORM 2025-ACUMULA-AJUSTE THRU 2025-EXIT
016369     END-IF.
016369*    A PARTE DE UM CREDITO DIVIDIDO SEGUE O MESMO CAMINHO DO
016369*    AJUSTE, NA SUA PROPRIA TABELA
016369     IF REGISTRO-VALIDO AND REGISTRO-DIVISAO-VENDAS
016369         PERFORM 2027-ACUMULA-PARTE THRU 2027-EXIT
016369     END-IF.
016370     IF REGISTRO-VALIDO
016375         IF NOT REGISTRO-AJUSTE-VENDAS
016376            AND NOT REGISTRO-DIVISAO-VENDAS
016380             PERFORM 2020-PREPARA-REGISTRO-ORDENACAO
016385                 THRU 2020-EXIT
016386         END-IF
017823         END-IF
017824       END-IF
017825     END-IF.
017825*    O AJUSTE E A PARTE DE CREDITO DIVIDIDO DA MESMA
017825*    MATRICULA CONVIVEM COM O REGISTRO DE VENDA -- A CRITICA
017825*    DE DUPLICIDADE E A CONFERENCIA DE COTA VALEM SO' PARA O
017825*    REGISTRO DE VENDA
017825     IF REGISTRO-VALIDO AND NOT REGISTRO-AJUSTE-VENDAS
017825        AND NOT REGISTRO-DIVISAO-VENDAS
017825         PERFORM 2015-VERIFICA-DUPLICIDADE THRU 2015-EXIT
017825     END-IF.
017825     IF REGISTRO-VALIDO AND NOT REGISTRO-AJUSTE-VENDAS
017825        AND NOT REGISTRO-DIVISAO-VENDAS
017825         PERFORM 2018-CONFERE-COTA-MASTER THRU 2018-EXIT
017825     END-IF.
017826 2010-EXIT.
017827 2026-EXIT.
017827     EXIT.
017827*****************************************************************
017827*    2027-ACUMULA-PARTE                                         *
017827*    ACUMULA O VALOR DA PARTE DE CREDITO DIVIDIDO NA ENTRADA DA *
017827*    MATRICULA NA TABELA DE PARTES -- A MATRICULA AINDA NAO     *
017827*    VISTA GANHA UMA ENTRADA NOVA; UMA TABELA CHEIA DERRUBA O   *
017827*    REGISTRO PARA A LISTAGEM DE REJEITOS, PARA QUE NENHUM      *
017827*    VALOR SUMA EM SILENCIO                                     *
017827*****************************************************************
017827 2027-ACUMULA-PARTE.
017827     MOVE MATRICULA-REGISTRO-VENDAS TO WS-MATRICULA-PARTE.
017827     MOVE ZERO TO WS-IND-PARTE-ACHADA.
017827     PERFORM 2028-PROCURA-PARTE THRU 2028-EXIT
017827         VARYING WS-IND-PARTE FROM 1 BY 1
017827         UNTIL WS-IND-PARTE > WS-QTD-PARTES
017827            OR WS-IND-PARTE-ACHADA > ZERO.
017827     IF WS-IND-PARTE-ACHADA = ZERO
017827         IF WS-QTD-PARTES < 2000
017827             ADD 1 TO WS-QTD-PARTES
017827             MOVE WS-QTD-PARTES TO WS-IND-PARTE-ACHADA
017827             MOVE WS-MATRICULA-PARTE
017827                 TO WS-PAR-MATRICULA (WS-IND-PARTE-ACHADA)
017827             MOVE NOME-REGISTRO-VENDAS
017827                 TO WS-PAR-NOME (WS-IND-PARTE-ACHADA)
017827             MOVE ZERO TO WS-PAR-VALOR (WS-IND-PARTE-ACHADA)
017827             MOVE 'N'  TO WS-PAR-USADA (WS-IND-PARTE-ACHADA)
017827         ELSE
017827             MOVE 'N' TO WS-REGISTRO-VALIDO-SW
017827             MOVE 'TABELA PARTES CHEIA' TO WS-MOTIVO-REJEICAO
017827             GO TO 2027-EXIT
017827         END-IF
017827     END-IF.
017827     COMPUTE WS-PAR-VALOR (WS-IND-PARTE-ACHADA) =
017827         WS-PAR-VALOR (WS-IND-PARTE-ACHADA) +
017827         VENDAS-MES-1-REGISTRO-VENDAS +
017827         VENDAS-MES-2-REGISTRO-VENDAS +
017827         VENDAS-MES3-REGISTRO-VENDAS.
017827     ADD 1 TO WS-CONTADOR-PARTES.
017827 2027-EXIT.
017827     EXIT.
017827*****************************************************************
017827*    2028-PROCURA-PARTE                                         *
017827*    COMPARA A MATRICULA EM WS-MATRICULA-PARTE COM UMA          *
017827*    POSICAO DA TABELA DE PARTES                                *
017827*****************************************************************
017827 2028-PROCURA-PARTE.
017827     IF WS-PAR-MATRICULA (WS-IND-PARTE) = WS-MATRICULA-PARTE
017827         MOVE WS-IND-PARTE TO WS-IND-PARTE-ACHADA
017827     END-IF.
017827 2028-EXIT.
017827     EXIT.
017827*****************************************************************
017827*    2029-GERA-LINHA-PARTE                                      *
017827*    DA' LINHA PROPRIA NO RELATRIM A UMA ENTRADA DA TABELA DE   *
017827*    PARTES CUJA MATRICULA NAO TEVE VENDA PROPRIA ACEITA NO     *
017827*    TRIMESTRE -- COM O VENDEDOR NO MESTRE, ARMA NA AREA DE     *
017827*    REGISTRO-VENDAS (JA NO FIM DO ARQUIVO) UMA VENDA ZERADA    *
017827*    COM O NOME DO MESTRE E A COTA DO MESTRE DE COTAS (ZERO SEM *
017827*    O PERIODO CADASTRADO) E A LIBERA PARA A ORDENACAO POR      *
017827*    2020-PREPARA-REGISTRO-ORDENACAO; A PARTE E' SOMADA NA      *
017827*    IMPRESSAO POR 2535-APLICA-PARTE, COMO A DE QUALQUER        *
017827*    VENDEDOR. MATRICULA FORA DO MESTRE FICA SEM LINHA E A      *
017827*    PARTE SAI NO RODAPE                                        *
017827*****************************************************************
017827 2029-GERA-LINHA-PARTE.
017827     IF WS-MATRICULA-JA-ACEITA (WS-PAR-MATRICULA (WS-IND-PARTE))
017827             = 'S'
017827         GO TO 2029-EXIT.
017827     MOVE WS-PAR-MATRICULA (WS-IND-PARTE)
017827         TO VM-MATRICULA-VENDEDOR.
017827     READ VENDEDOR-MASTER
017827         INVALID KEY
017827             GO TO 2029-EXIT
017827     END-READ.
017827*    O NOME DO REGISTRO 'S' E' O DA LINHA DO EXTRATO, QUE NA
017827*    SEGUNDA MATRICULA E' O DO OUTRO VENDEDOR -- VALE O DO
017827*    MESTRE, FICANDO O DO REGISTRO 'S' SO' SE O MESTRE NAO
017827*    TIVER NOME
017827     MOVE SPACES TO REGISTRO-VENDAS.
017827     IF VM-NOME-VENDEDOR = SPACES
017827         MOVE WS-PAR-NOME (WS-IND-PARTE) TO NOME-REGISTRO-VENDAS
017827     ELSE
017827         MOVE VM-NOME-VENDEDOR TO NOME-REGISTRO-VENDAS
017827     END-IF.
017827     MOVE ZERO TO VENDAS-MES-1-REGISTRO-VENDAS
017827                  VENDAS-MES-2-REGISTRO-VENDAS
017827                  VENDAS-MES3-REGISTRO-VENDAS
017827                  COTA-REGISTRO-VENDAS.
017827     MOVE WS-PAR-MATRICULA (WS-IND-PARTE)
017827         TO MATRICULA-REGISTRO-VENDAS.
017827     MOVE 'S' TO
017827         WS-MATRICULA-JA-ACEITA (MATRICULA-REGISTRO-VENDAS).
017827     MOVE ZERO TO WS-COTA-APURADA.
017827     IF COTA-MASTER-DISPONIVEL
017827         MOVE MATRICULA-REGISTRO-VENDAS TO QM-MATRICULA-VENDEDOR
017827         MOVE WS-ANO-ATUAL              TO QM-ANO-COTA
017827         MOVE WS-TRIMESTRE-ATUAL        TO QM-TRIMESTRE-COTA
017827         READ COTA-MASTER
017827             INVALID KEY
017827                 MOVE ZERO TO QM-VALOR-COTA
017827         END-READ
017827         MOVE QM-VALOR-COTA TO WS-COTA-APURADA
017827     END-IF.
017827     ADD 1 TO WS-CONTADOR-LINHAS-PARTE.
017827     PERFORM 2020-PREPARA-REGISTRO-ORDENACAO THRU 2020-EXIT.
017827 2029-EXIT.
017827     EXIT.
017827*****************************************************************
017827*    2019-GRAVA-DIVERGENCIA-COTA                                *
017827*    IMPRIME NA LISTAGEM DE DIVERGENCIAS A COTA DO CRM QUE NAO  *
017827*    CONFERE COM O MESTRE, COM A DIFERENCA -- O VALOR DO        *
017827     EXIT.
017828*****************************************************************
017829*    2020-PREPARA-REGISTRO-ORDENACAO                              *
017830*    SOMA O TRIMESTRE, LOCALIZA O VENDEDOR NO MESTRE (REGIAO E    *
017831*    DATAS DE CONTRATO), PRORRATEIA A COTA PELOS MESES            *
017831*    TRABALHADOS, CALCULA A VARIACAO CONTRA A COTA E LIBERA O     *
017832*    REGISTRO PARA A ORDENACAO POR REGIAO/NOME                    *
017832*****************************************************************
017833 2020-PREPARA-REGISTRO-ORDENACAO.
017835         VENDAS-MES-1-REGISTRO-VENDAS +
017836         VENDAS-MES-2-REGISTRO-VENDAS +
017837         VENDAS-MES3-REGISTRO-VENDAS.
017837     PERFORM 2030-LOCALIZA-VENDEDOR-MASTER THRU 2030-EXIT.
017837     PERFORM 2045-CALCULA-MESES-TRABALHADOS THRU 2045-EXIT.
017837*    A COTA DO TRIMESTRE VALE PELOS MESES TRABALHADOS; NUMA
017837*    EXECUCAO DE PROJECAO VALE SO' PELOS MESES TRABALHADOS JA
017837*    APURADOS, PARA QUE A COLUNA DE VARIACAO COMPARE O
017837*    REALIZADO COM A PARTE DA COTA JA DECORRIDA
017837     IF WS-MESES-TRABALHADOS < 3
017837         ADD 1 TO WS-CONTADOR-COTA-PRORRATEADA
017837         COMPUTE WS-COTA-CONTRATO ROUNDED =
017837             WS-COTA-APURADA * WS-MESES-TRABALHADOS / 3
017837     ELSE
017837         MOVE WS-COTA-APURADA TO WS-COTA-CONTRATO
017837     END-IF.
017837     IF EXECUCAO-PROJECAO
017837         COMPUTE WS-COTA-PRORATA ROUNDED =
017837             WS-COTA-APURADA * WS-MESES-TRAB-DECORRIDOS / 3
017837     ELSE
017837         MOVE WS-COTA-CONTRATO TO WS-COTA-PRORATA
017837     END-IF.
017838     COMPUTE WS-VARIACAO-COTA =
017839         WS-TOTAL-TRIMESTRE - WS-COTA-PRORATA.
017841     MOVE VM-REGIAO-VENDEDOR        TO VS-REGIAO-ENTRADA.
017842     MOVE VM-DESCRICAO-REGIAO       TO VS-DESCRICAO-REGIAO-ENTRADA.
017842     MOVE MATRICULA-REGISTRO-VENDAS TO VS-MATRICULA-ENTRADA.
017844     MOVE WS-TOTAL-TRIMESTRE        TO VS-TRIMESTRE-ENTRADA.
017845     MOVE WS-COTA-PRORATA           TO VS-COTA-ENTRADA.
017846     MOVE WS-VARIACAO-COTA          TO VS-VARIACAO-ENTRADA.
017846     MOVE WS-COTA-CONTRATO          TO VS-COTA-CHEIA-ENTRADA.
017847     WRITE REG-VALIDADO-ENTRADA.
017848 2020-EXIT.
017849     EXIT.
017850*****************************************************************
017851*    2030-LOCALIZA-VENDEDOR-MASTER                                *
017852*    LOCALIZA O VENDEDOR NO ARQUIVO MESTRE PELA MATRICULA QUE     *
017853*    CHEGA EM REGISTRO-VENDAS, PARA OBTER A REGIAO E AS DATAS     *
017853*    DE ADMISSAO E DESLIGAMENTO                                   *
017854*****************************************************************
017855 2030-LOCALIZA-VENDEDOR-MASTER.
017855     MOVE 'N' TO WS-VENDEDOR-NO-MESTRE-SW.
017856     MOVE MATRICULA-REGISTRO-VENDAS TO VM-MATRICULA-VENDEDOR.
017857     READ VENDEDOR-MASTER
017858         INVALID KEY
017859             PERFORM 2040-REGIAO-NAO-CADASTRADA THRU 2040-EXIT
017859         NOT INVALID KEY
017859             MOVE 'S' TO WS-VENDEDOR-NO-MESTRE-SW
017859             PERFORM 2035-LOCALIZA-VIGENCIA THRU 2035-EXIT
017860     END-READ.
017861 2030-EXIT.
017870     MOVE 'NAO CADASTRADA' TO VM-DESCRICAO-REGIAO.
017871 2040-EXIT.
017872     EXIT.
017872*****************************************************************
017872*    2045-CALCULA-MESES-TRABALHADOS                             *
017872*    CONTA OS MESES DO TRIMESTRE EM QUE O VENDEDOR ESTEVE       *
017872*    CONTRATADO (DO MES DA ADMISSAO AO MES DO DESLIGAMENTO,     *
017872*    INCLUSIVE) E, PARA A PROJECAO, QUANTOS DELES JA FORAM      *
017872*    APURADOS -- SEM DATA NO MESTRE (OU FORA DO MESTRE) VALE O  *
017872*    TRIMESTRE INTEIRO; VENDA DE QUEM NAO ESTEVE CONTRATADO EM  *
017872*    NENHUM MES DO TRIMESTRE NAO E' PRORRATEADA E SAI CONTADA   *
017872*    NO CONSOLE PARA CONFERENCIA DO MESTRE                      *
017872*****************************************************************
017872 2045-CALCULA-MESES-TRABALHADOS.
017872     MOVE 3                   TO WS-MESES-TRABALHADOS.
017872     MOVE WS-MESES-DECORRIDOS TO WS-MESES-TRAB-DECORRIDOS.
017872     IF NOT VENDEDOR-NO-MESTRE
017872         GO TO 2045-EXIT.
017872     COMPUTE WS-MES-CORR-INICIO-TRI =
017872         WS-ANO-ATUAL * 12 + (WS-TRIMESTRE-ATUAL - 1) * 3 + 1.
017872     COMPUTE WS-MES-CORR-FIM-TRI = WS-MES-CORR-INICIO-TRI + 2.
017872     COMPUTE WS-MES-CORR-FIM-DECORRIDO =
017872         WS-MES-CORR-INICIO-TRI + WS-MESES-DECORRIDOS - 1.
017872     MOVE ZERO   TO WS-MES-CORR-ADMISSAO.
017872     MOVE 999999 TO WS-MES-CORR-DESLIGAMENTO.
017872     IF VM-DATA-ADMISSAO IS NUMERIC
017872         AND VM-DATA-ADMISSAO > ZERO
017872         MOVE VM-DATA-ADMISSAO TO WS-DATA-CONTRATO
017872         COMPUTE WS-MES-CORR-ADMISSAO =
017872             WS-DATA-CONTR-ANO * 12 + WS-DATA-CONTR-MES
017872     END-IF.
017872     IF VM-DATA-DESLIGAMENTO IS NUMERIC
017872         AND VM-DATA-DESLIGAMENTO > ZERO
017872         MOVE VM-DATA-DESLIGAMENTO TO WS-DATA-CONTRATO
017872         COMPUTE WS-MES-CORR-DESLIGAMENTO =
017872             WS-DATA-CONTR-ANO * 12 + WS-DATA-CONTR-MES
017872     END-IF.
017872     IF WS-MES-CORR-ADMISSAO > WS-MES-CORR-INICIO-TRI
017872         MOVE WS-MES-CORR-ADMISSAO   TO WS-MES-CORR-PRIMEIRO
017872     ELSE
017872         MOVE WS-MES-CORR-INICIO-TRI TO WS-MES-CORR-PRIMEIRO
017872     END-IF.
017872     IF WS-MES-CORR-DESLIGAMENTO < WS-MES-CORR-FIM-TRI
017872         MOVE WS-MES-CORR-DESLIGAMENTO TO WS-MES-CORR-ULTIMO
017872     ELSE
017872         MOVE WS-MES-CORR-FIM-TRI      TO WS-MES-CORR-ULTIMO
017872     END-IF.
017872     IF WS-MES-CORR-ULTIMO < WS-MES-CORR-PRIMEIRO
017872         ADD 1 TO WS-CONTADOR-FORA-CONTRATO
017872         GO TO 2045-EXIT.
017872     COMPUTE WS-MESES-TRABALHADOS =
017872         WS-MES-CORR-ULTIMO - WS-MES-CORR-PRIMEIRO + 1.
017872     IF WS-MES-CORR-FIM-DECORRIDO < WS-MES-CORR-ULTIMO
017872         MOVE WS-MES-CORR-FIM-DECORRIDO TO WS-MES-CORR-ULTIMO
017872     END-IF.
017872     IF WS-MES-CORR-ULTIMO < WS-MES-CORR-PRIMEIRO
017872         MOVE ZERO TO WS-MESES-TRAB-DECORRIDOS
017872     ELSE
017872         COMPUTE WS-MESES-TRAB-DECORRIDOS =
017872             WS-MES-CORR-ULTIMO - WS-MES-CORR-PRIMEIRO + 1
017872     END-IF.
017872 2045-EXIT.
017872     EXIT.
017873*****************************************************************
017861*    2060-GRAVA-REJEITO                                          *
017862*    IMPRIME NA LISTAGEM DE REJEITADOS O REGISTRO QUE FALHOU NA  *
018700     MOVE WS-COTA-ATUAL              TO WS-DET-COTA.
018800     MOVE WS-VARIACAO-COTA           TO WS-DET-VARIACAO.
018810     MOVE WS-AJUSTE-VENDEDOR         TO WS-DET-AJUSTES.
018820     MOVE WS-PARTE-VENDEDOR          TO WS-DET-PARTES.
018900     IF WS-VARIACAO-COTA < ZERO
019000         MOVE 'ABAIXO' TO WS-DET-SITUACAO
019100     ELSE
019636*    110% A TAXA BONUS, TODAS SOBRE A VENDA DO TRIMESTRE -- UM    *
019636*    ATINGIMENTO QUE ESTOURE A PIC S9(3)V99 (ACIMA DE 999,99%) E' *
019636*    FORCADO PARA O MAXIMO REPRESENTAVEL, NUNCA PARA ZERO, PARA   *
019636*    QUE O ESTOURO NUNCA REBAIXE O VENDEDOR PARA A FAIXA BASE --  *
019636*    SEM COTA (ZERADA) NAO HA' ATINGIMENTO A MEDIR: SAI ZERO E A  *
019636*    FAIXA E' A BASE, NUNCA A BONUS                               *
019637*****************************************************************
019638 2300-CALCULA-COMISSAO.
019638     IF WS-COTA-ATUAL NOT > ZERO
019638         MOVE ZERO TO WS-PERC-ATINGIMENTO
019638     ELSE
019639         COMPUTE WS-PERC-ATINGIMENTO ROUNDED =
019640             (WS-TOTAL-TRIMESTRE / WS-COTA-ATUAL) * 100
019641             ON SIZE ERROR MOVE 999,99 TO WS-PERC-ATINGIMENTO
019642         END-COMPUTE
019642     END-IF.
019643     IF WS-PERC-ATINGIMENTO < WS-LIMITE-FAIXA-PADRAO
019644         MOVE 'BASE'   TO WS-FAIXA-COMISSAO
019645         COMPUTE WS-VALOR-COMISSAO ROUNDED =
019675*    PROJETA O TRIMESTRE INTEIRO NO RITMO DOS MESES JA           *
019675*    APURADOS, CALCULA O ATINGIMENTO PROJETADO CONTRA A COTA     *
019675*    CHEIA E ARMA A FAIXA DE COMISSAO PROJETADA PELAS MESMAS     *
019675*    FAIXAS DE 2300-CALCULA-COMISSAO -- COTA CHEIA ZERADA DA'    *
019675*    ATINGIMENTO ZERO E FAIXA BASE, NUNCA O TETO DE 999,99%      *
019675*****************************************************************
019675 2800-CALCULA-PROJECAO.
019675     COMPUTE WS-PROJ-TOTAL ROUNDED =
019675         WS-TOTAL-TRIMESTRE * 3 / WS-MESES-DECORRIDOS.
019675     IF WS-COTA-CHEIA-ATUAL NOT > ZERO
019675         MOVE ZERO TO WS-PROJ-PERC
019675     ELSE
019675         COMPUTE WS-PROJ-PERC ROUNDED =
019675             (WS-PROJ-TOTAL / WS-COTA-CHEIA-ATUAL) * 100
019675             ON SIZE ERROR MOVE 999,99 TO WS-PROJ-PERC
019675         END-COMPUTE
019675     END-IF.
019675     IF WS-PROJ-PERC < WS-LIMITE-FAIXA-PADRAO
019675         MOVE 'BASE'   TO WS-PROJ-FAIXA
019675     ELSE
019680*    DETALHE, SUBTOTAIS, RODAPE, COMISSAO E HISTORICO SAEM
019680*    TODOS COM O VALOR LIQUIDO
019680     PERFORM 2530-APLICA-AJUSTE THRU 2530-EXIT.
019680     PERFORM 2535-APLICA-PARTE THRU 2535-EXIT.
019681     ADD 1 TO WS-CONTADOR-REGISTROS.
019682     ADD WS-TOTAL-TRIMESTRE TO WS-TOTAL-GERAL-TRIMESTRE
019683                               WS-SUBTOTAL-REGIAO-TRIMESTRE.
019701         WS-TOTAL-TRIMESTRE - WS-COTA-ATUAL.
019701 2530-EXIT.
019701     EXIT.
019701*****************************************************************
019701*    2535-APLICA-PARTE                                          *
019701*    LOCALIZA NA TABELA DE PARTES O CREDITO DIVIDIDO DA         *
019701*    MATRICULA EM IMPRESSAO E O SOMA AO TOTAL DO TRIMESTRE E    *
019701*    A VARIACAO CONTRA A COTA -- TAMBEM NA LINHA GERADA POR     *
019701*    2029-GERA-LINHA-PARTE, CUJO TOTAL PROPRIO E' ZERO. A       *
019701*    ENTRADA USADA FICA MARCADA PARA QUE O RODAPE APONTE AS     *
019701*    PARTES QUE FICARAM SEM LINHA                               *
019701*****************************************************************
019701 2535-APLICA-PARTE.
019701     MOVE ZERO TO WS-PARTE-VENDEDOR.
019701     MOVE WS-MATRICULA-ATUAL TO WS-MATRICULA-PARTE.
019701     MOVE ZERO TO WS-IND-PARTE-ACHADA.
019701     PERFORM 2028-PROCURA-PARTE THRU 2028-EXIT
019701         VARYING WS-IND-PARTE FROM 1 BY 1
019701         UNTIL WS-IND-PARTE > WS-QTD-PARTES
019701            OR WS-IND-PARTE-ACHADA > ZERO.
019701     IF WS-IND-PARTE-ACHADA = ZERO
019701         GO TO 2535-EXIT.
019701     MOVE WS-PAR-VALOR (WS-IND-PARTE-ACHADA)
019701         TO WS-PARTE-VENDEDOR.
019701     MOVE 'S' TO WS-PAR-USADA (WS-IND-PARTE-ACHADA).
019701     ADD WS-PARTE-VENDEDOR TO WS-TOTAL-TRIMESTRE.
019701     ADD WS-PARTE-VENDEDOR TO WS-TOTAL-PARTES-GERAL.
019701     COMPUTE WS-VARIACAO-COTA =
019701         WS-TOTAL-TRIMESTRE - WS-COTA-ATUAL.
019701 2535-EXIT.
019701     EXIT.
019702*****************************************************************
019703*    2600-IMPRIME-SUBTOTAL-REGIAO                                *
019704*    IMPRIME A LINHA DE SUBTOTAL (TRIMESTRE/COTA/VARIACAO) AO    *
019713     MOVE WS-TOTAL-AJUSTES-GERAL  TO WS-ROD-TOTAL-AJUSTES.
019713     MOVE WS-CONTADOR-AJU-ORFAOS  TO WS-ROD-QTD-ORFAOS.
019713     MOVE WS-TOTAL-AJU-ORFAOS     TO WS-ROD-VALOR-ORFAOS.
019713     PERFORM 4030-CONTA-PARTES-ORFAS THRU 4030-EXIT.
019713     MOVE WS-TOTAL-PARTES-GERAL   TO WS-ROD-TOTAL-PARTES.
019713     MOVE WS-CONTADOR-PAR-ORFAS   TO WS-ROD-QTD-PAR-ORFAS.
019713     MOVE WS-TOTAL-PAR-ORFAS      TO WS-ROD-VALOR-PAR-ORFAS.
019714     WRITE LINHA-RELATORIO FROM WS-LINHA-BRANCO
019715         AFTER ADVANCING 1 LINE.
019716     WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE
019719         AFTER ADVANCING 1 LINE.
019719     WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-3
019719         AFTER ADVANCING 1 LINE.
019719     WRITE LINHA-RELATORIO FROM WS-LINHA-RODAPE-4
019719         AFTER ADVANCING 1 LINE.
019720     ADD 5 TO WS-LINHAS-NA-PAGINA.
019721 4000-EXIT.
019722     EXIT.
019722*****************************************************************
019722 4020-EXIT.
019722     EXIT.
019722*****************************************************************
019722*    4030-CONTA-PARTES-ORFAS                                    *
019722*    CONTA AS PARTES DE CREDITO DIVIDIDO QUE FICARAM SEM LINHA  *
019722*    NO RELATRIM -- SO' AS DE MATRICULA FORA DO MESTRE, JA QUE  *
019722*    A MATRICULA CADASTRADA SEM VENDA PROPRIA GANHA A SUA LINHA *
019722*    EM 2029-GERA-LINHA-PARTE; O VALOR DELAS NAO ENTROU EM      *
019722*    NENHUM TOTAL E PRECISA SER COBRADO JUNTO AO CRM            *
019722*****************************************************************
019722 4030-CONTA-PARTES-ORFAS.
019722     MOVE ZERO TO WS-CONTADOR-PAR-ORFAS.
019722     MOVE ZERO TO WS-TOTAL-PAR-ORFAS.
019722     PERFORM 4040-AVALIA-PARTE-ORFA THRU 4040-EXIT
019722         VARYING WS-IND-PARTE FROM 1 BY 1
019722         UNTIL WS-IND-PARTE > WS-QTD-PARTES.
019722 4030-EXIT.
019722     EXIT.
019722*****************************************************************
019722*    4040-AVALIA-PARTE-ORFA                                     *
019722*    ACUMULA UMA ENTRADA DA TABELA DE PARTES QUE FICOU SEM USO  *
019722*    NA IMPRESSAO                                               *
019722*****************************************************************
019722 4040-AVALIA-PARTE-ORFA.
019722     IF WS-PAR-USADA (WS-IND-PARTE) NOT = 'S'
019722         ADD 1 TO WS-CONTADOR-PAR-ORFAS
019722         ADD WS-PAR-VALOR (WS-IND-PARTE)
019722             TO WS-TOTAL-PAR-ORFAS
019722     END-IF.
019722 4040-EXIT.
019722     EXIT.
019722*****************************************************************
019722*    4500-IMPRIME-RODAPE-DIVERG                                 *
019722*    IMPRIME O RODAPE DA LISTAGEM DE DIVERGENCIAS DE COTA COM   *
019722*    A QUANTIDADE ENCONTRADA NA EXECUCAO                        *
021006         'LEITURA: ' WS-CONTADOR-DUPLICADOS.
021007     DISPLAY 'QUARTER -- DIVERGENCIAS DE COTA CONTRA O '
021008         'MESTRE: ' WS-CONTADOR-DIVERG-COTA.
021008     DISPLAY 'QUARTER -- COTAS PRORRATEADAS POR ADMISSAO/'
021008         'DESLIGAMENTO NO TRIMESTRE: '
021008         WS-CONTADOR-COTA-PRORRATEADA.
021008     IF WS-CONTADOR-FORA-CONTRATO > ZERO
021008         DISPLAY 'QUARTER -- ATENCAO: ' WS-CONTADOR-FORA-CONTRATO
021008             ' VENDEDOR(ES) COM VENDA NO TRIMESTRE FORA DO '
021008             'PERIODO DE ADMISSAO/DESLIGAMENTO DO MESTRE -- '
021008             'COTA MANTIDA CHEIA, CONFERIR AS DATAS NO VENDMNT'
021008     END-IF.
021008     IF WS-CONTADOR-AJU-ORFAOS > ZERO
021008         DISPLAY 'QUARTER -- ATENCAO: ' WS-CONTADOR-AJU-ORFAOS
021008             ' AJUSTE(S)/DEVOLUCAO(OES) SEM VENDA DA MESMA '
021008             'MATRICULA NO TRIMESTRE -- VALOR FORA DOS TOTAIS, '
021008             'COBRAR A ORIGEM JUNTO AO CRM'
021008     END-IF.
021008     DISPLAY 'QUARTER -- VENDEDORES APENAS COM CREDITO DIVIDIDO '
021008         'NO TRIMESTRE: ' WS-CONTADOR-LINHAS-PARTE.
021008     IF WS-CONTADOR-PAR-ORFAS > ZERO
021008         DISPLAY 'QUARTER -- ATENCAO: ' WS-CONTADOR-PAR-ORFAS
021008             ' PARTE(S) DE CREDITO DIVIDIDO DE MATRICULA FORA '
021008             'DO MESTRE -- VALOR FORA DOS TOTAIS, '
021008             'COBRAR A ORIGEM JUNTO AO CRM'
021008     END-IF.
021010     PERFORM 8010-FINALIZA-CHECKPOINT THRU 8010-EXIT.
021020     PERFORM 8020-GRAVA-RUNLOG-FIM THRU 8020-EXIT.
021025     PERFORM 8030-MARCA-PERIODO-FECHADO THRU 8030-EXIT.
