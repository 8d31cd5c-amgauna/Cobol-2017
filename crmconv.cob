002699*                     MOTIVO), PARA A CORRECAO E REENVIO PELO    *
002699*                     VENDCORR SEM REEXPORTAR O EXTRATO          *
002699*                     INTEIRO.                                   *
002699*    10/09/2026  RMS  CREDITO DIVIDIDO -- A LINHA DO EXTRATO     *
002699*                     PODE TRAZER UMA SEGUNDA MATRICULA E O      *
002699*                     PERCENTUAL DO PRIMEIRO VENDEDOR (SETIMO E  *
002699*                     OITAVO CAMPOS); A LINHA VIRA DOIS          *
002699*                     REGISTROS DE TIPO 'S', UM COM A PARTE DE   *
002699*                     CADA VENDEDOR, QUE SOMAM EXATAMENTE A      *
002699*                     LINHA ORIGINAL. A LISTAGEM GANHOU A SECAO  *
002699*                     DE CREDITOS DIVIDIDOS, COM AS DUAS PARTES  *
002699*                     E A CONFERENCIA DA SOMA DE CADA LINHA.     *
002699*    11/09/2026  RMS  LINHA COM MAIS DE OITO CAMPOS PASSOU A SER *
002699*                     REJEITADA (E SUSPENSA) COM MOTIVO PROPRIO, *
002699*                     EM VEZ DE TER O EXCESSO DESPREZADO.        *
002700*                                                                *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
004200         ORGANIZATION IS SEQUENTIAL.
004201     SELECT ARQUIVO-SUSPENSO ASSIGN TO SUSPCRM
004202         ORGANIZATION IS SEQUENTIAL.
004202     SELECT ARQUIVO-DIVISOES ASSIGN TO DIVCRM
004202         ORGANIZATION IS SEQUENTIAL.
004201     SELECT PERIODO-CONTROLE ASSIGN TO PERCTL
004202         ORGANIZATION IS INDEXED
004203         ACCESS MODE IS RANDOM
004901*    TEXTO DE TAMANHO VARIAVEL, DELIMITADO POR LINHA, DIFERENTE  *
004902*    DOS ARQUIVOS DE REGISTRO FIXO USADOS NO RESTANTE DO         *
004903*    SISTEMA -- POR ISSO A ORGANIZACAO LINE SEQUENTIAL           *
004922*    UMA VENDA FECHADA POR DOIS VENDEDORES VEM COM MAIS DOIS     *
004941*    CAMPOS NO FINAL DA LINHA -- ",MATRICULA-2,PERCENTUAL" --    *
004960*    COM O PERCENTUAL DO PRIMEIRO VENDEDOR NO MESMO FORMATO DOS  *
004979*    VALORES (EX.: "60.00"); O SEGUNDO FICA COM O RESTANTE       *
005000*****************************************************************
005100 FD  EXTRATO-CRM
005200     LABEL RECORDS ARE STANDARD
007000     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 120 CHARACTERS.
007000     COPY SUSPREG.
007000*****************************************************************
007000*    ARQUIVO-DIVISOES -- TRABALHO, AS LINHAS DA SECAO DE         *
007000*    CREDITOS DIVIDIDOS, GRAVADAS DURANTE A CONVERSAO E          *
007000*    IMPRESSAS NA LISTAGEM DEPOIS DOS REJEITOS                   *
007000*****************************************************************
007000 FD  ARQUIVO-DIVISOES
007000     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 132 CHARACTERS.
007000 01  REG-DIVISAO-TRABALHO             PIC X(132).
007001*****************************************************************
007002*    PERIODO-CONTROLE -- ENTRADA, A SITUACAO ABERTO/FECHADO DO  *
007003*    PERIODO, MANTIDA PELO QUARTER E PELO PERCTL -- UM PERIODO  *
007800     88  REGISTRO-CRM-VALIDO                    VALUE 'S'.
007900 77  WS-MOTIVO-REJEICAO-CRM           PIC X(030) VALUE SPACES.
008000 77  WS-CAMPOS-LIDOS                  PIC 9(02) COMP VALUE ZERO.
008010 77  WS-CAMPOS-EXCESSO-SW             PIC X(01) VALUE 'N'.
008020     88  CAMPOS-EM-EXCESSO                      VALUE 'S'.
008100 77  WS-CONTADOR-LIDOS                PIC 9(06) COMP-3 VALUE ZERO.
008200 77  WS-CONTADOR-CONVERTIDOS          PIC 9(06) COMP-3 VALUE ZERO.
008300 77  WS-CONTADOR-REJEITADOS-CRM       PIC 9(06) COMP-3 VALUE ZERO.
009200     05  WS-EXT-VENDA3-TXT            PIC X(10).
009300     05  WS-EXT-COTA-TXT              PIC X(10).
009310     05  WS-EXT-MATRICULA-TXT         PIC X(06).
009340     05  WS-EXT-MATRICULA-2-TXT       PIC X(06).
009370     05  WS-EXT-PERC-TXT              PIC X(10).
009400*****************************************************************
009500*    VALORES JA CONVERTIDOS PARA NUMERICO, PRONTOS PARA GRAVAR   *
009600*    NO REGISTRO-VENDAS                                          *
010500     05  WS-COTA-NUM                  PIC S9(5)V99 COMP-3
010600                                               VALUE ZERO.
010610     05  WS-MATRICULA-NUM             PIC 9(06) VALUE ZERO.
010612     05  WS-MATRICULA-2-NUM           PIC 9(06) VALUE ZERO.
010614     05  WS-PERC-DIVISAO-NUM          PIC S9(3)V99 COMP-3
010616                                              VALUE ZERO.
010620 77  WS-MAT-DIGITOS                   PIC 9(02) COMP VALUE ZERO.
010622*****************************************************************
010624*    CREDITO DIVIDIDO -- A PARTE DE CADA VENDEDOR NOS TRES       *
010626*    MESES E OS TOTAIS DA LINHA, PARA A CONFERENCIA DE QUE AS    *
010628*    DUAS PARTES SOMAM A LINHA ORIGINAL DO EXTRATO               *
010630*****************************************************************
010632 77  WS-LINHA-DIVIDIDA-SW             PIC X(01) VALUE 'N'.
010634     88  LINHA-DIVIDIDA                         VALUE 'S'.
010636 77  WS-FIM-DIVISOES                  PIC X(01) VALUE 'N'.
010638     88  FIM-ARQUIVO-DIVISOES                   VALUE 'S'.
010640 77  WS-CONTADOR-DIVISOES-CRM         PIC 9(06) COMP-3 VALUE ZERO.
010642 77  WS-CONTADOR-PARTES-CRM           PIC 9(06) COMP-3 VALUE ZERO.
010644 01  WS-PARTES-DIVISAO.
010646     05  WS-PARTE1-VENDA1             PIC S9(4)V99 COMP-3
010648                                              VALUE ZERO.
010650     05  WS-PARTE1-VENDA2             PIC S9(4)V99 COMP-3
010652                                              VALUE ZERO.
010654     05  WS-PARTE1-VENDA3             PIC S9(4)V99 COMP-3
010656                                              VALUE ZERO.
010658     05  WS-PARTE2-VENDA1             PIC S9(4)V99 COMP-3
010660                                              VALUE ZERO.
010662     05  WS-PARTE2-VENDA2             PIC S9(4)V99 COMP-3
010664                                              VALUE ZERO.
010666     05  WS-PARTE2-VENDA3             PIC S9(4)V99 COMP-3
010668                                              VALUE ZERO.
010670     05  WS-TOTAL-LINHA-DIV           PIC S9(6)V99 COMP-3
010672                                              VALUE ZERO.
010674     05  WS-TOTAL-PARTE1              PIC S9(6)V99 COMP-3
010676                                              VALUE ZERO.
010678     05  WS-TOTAL-PARTE2              PIC S9(6)V99 COMP-3
010680                                              VALUE ZERO.
010682     05  WS-SOMA-PARTES               PIC S9(6)V99 COMP-3
010684                                              VALUE ZERO.
010700*****************************************************************
010800*    AREA DE TRABALHO DO CONVERSOR DE VALOR MONETARIO, USADA     *
010900*    UMA VEZ PARA CADA UM DOS QUATRO CAMPOS NUMERICOS DO         *
016363         'REGISTROS DE AJUSTE (DEVOL.)'.
016364     05  WS-ROD-CRM-AJUSTES           PIC ZZZ.ZZ9.
016370     05  FILLER                       PIC X(048) VALUE SPACES.
016370 01  WS-LINHA-RODAPE-CRM-3.
016370     05  FILLER                       PIC X(002) VALUE SPACES.
016370     05  FILLER                       PIC X(030) VALUE
016370         'LINHAS COM CREDITO DIVIDIDO'.
016370     05  WS-ROD-CRM-DIVISOES          PIC ZZZ.ZZ9.
016370     05  FILLER                       PIC X(004) VALUE SPACES.
016370     05  FILLER                       PIC X(034) VALUE
016370         'REGISTROS GRAVADOS DAS PARTES'.
016370     05  WS-ROD-CRM-PARTES            PIC ZZZ.ZZ9.
016370     05  FILLER                       PIC X(048) VALUE SPACES.
016370*****************************************************************
016370*    SECAO DE CREDITOS DIVIDIDOS -- CABECALHO E DETALHE, UMA     *
016370*    LINHA POR LINHA DO EXTRATO DIVIDIDA, COM A PARTE DE CADA    *
016370*    VENDEDOR E A CONFERENCIA DA SOMA DAS PARTES CONTRA A LINHA  *
016370*****************************************************************
016370 01  WS-DIV-CABECALHO-1.
016370     05  FILLER                       PIC X(035) VALUE SPACES.
016370     05  FILLER                       PIC X(050) VALUE
016370         'CREDITOS DIVIDIDOS -- CONVERSAO DO EXTRATO CRM'.
016370     05  FILLER                       PIC X(047) VALUE SPACES.
016370 01  WS-DIV-CABECALHO-2.
016370     05  FILLER                       PIC X(002) VALUE SPACES.
016370     05  FILLER                       PIC X(009) VALUE 'LINHA'.
016370     05  FILLER                       PIC X(017) VALUE 'NOME'.
016370     05  FILLER                       PIC X(009) VALUE 'MATRIC.1'.
016370     05  FILLER                       PIC X(009) VALUE 'PERC. 1'.
016370     05  FILLER                       PIC X(013) VALUE
016370         '   PARTE 1'.
016370     05  FILLER                       PIC X(009) VALUE 'MATRIC.2'.
016370     05  FILLER                       PIC X(013) VALUE
016370         '   PARTE 2'.
016370     05  FILLER                       PIC X(013) VALUE
016370         'TOTAL LINHA'.
016370     05  FILLER                       PIC X(013) VALUE
016370         'SOMA PARTES'.
016370     05  FILLER                       PIC X(008) VALUE 'SITUACAO'.
016370     05  FILLER                       PIC X(017) VALUE SPACES.
016370 01  WS-DIV-LINHA-DETALHE.
016370     05  FILLER                       PIC X(002) VALUE SPACES.
016370     05  WS-DIV-LINHA                 PIC ZZZ.ZZ9.
016370     05  FILLER                       PIC X(002) VALUE SPACES.
016370     05  WS-DIV-NOME                  PIC X(015).
016370     05  FILLER                       PIC X(002) VALUE SPACES.
016370     05  WS-DIV-MATRICULA-1           PIC 9(06).
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-PERC                  PIC ZZ9,99.
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-PARTE-1               PIC -ZZ.ZZ9,99.
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-MATRICULA-2           PIC 9(06).
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-PARTE-2               PIC -ZZ.ZZ9,99.
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-TOTAL-LINHA           PIC -ZZ.ZZ9,99.
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-SOMA-PARTES           PIC -ZZ.ZZ9,99.
016370     05  FILLER                       PIC X(003) VALUE SPACES.
016370     05  WS-DIV-SITUACAO              PIC X(007).
016370     05  FILLER                       PIC X(018) VALUE SPACES.
016400 PROCEDURE DIVISION.
016500*****************************************************************
016600*    0000-MAINLINE-CONTROLE                                      *
017200     PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
017300         UNTIL FIM-EXTRATO-CRM.
017350     PERFORM 3000-GRAVA-TRAILER-CONTROLE THRU 3000-EXIT.
017360     PERFORM 3500-IMPRIME-DIVISOES THRU 3500-EXIT.
017400     PERFORM 4000-IMPRIME-RODAPE-CRM THRU 4000-EXIT.
017500     PERFORM 8000-FINALIZACAO THRU 8000-EXIT.
017600     STOP RUN.
018300     OPEN INPUT  EXTRATO-CRM
018400          OUTPUT ARQUIVO-VENDAS
018450          OUTPUT ARQUIVO-SUSPENSO
018460          OUTPUT ARQUIVO-DIVISOES
018500          OUTPUT RELAT-REJEITOS-CRM.
018600     PERFORM 1100-IMPRIME-CABECALHO-REJEITOS THRU 1100-EXIT.
018620     PERFORM 1800-ABRE-RUNLOG THRU 1800-EXIT.
021300     ADD 1 TO WS-CONTADOR-LIDOS.
021400     PERFORM 2010-VALIDA-REGISTRO-CRM THRU 2010-EXIT.
021500     IF REGISTRO-CRM-VALIDO
021510         IF LINHA-DIVIDIDA
021520             PERFORM 2030-GRAVA-CREDITO-DIVIDIDO THRU 2030-EXIT
021530         ELSE
021600             PERFORM 2020-GRAVA-REGISTRO-VENDAS THRU 2020-EXIT
021610         END-IF
021700     ELSE
021800         PERFORM 2060-GRAVA-REJEITO-CRM THRU 2060-EXIT
021900     END-IF.
024600     IF REGISTRO-CRM-VALIDO
024700         PERFORM 2019-CONVERTE-COTA THRU 2019-EXIT
024800     END-IF.
024810     IF REGISTRO-CRM-VALIDO AND LINHA-DIVIDIDA
024820         PERFORM 2013-VALIDA-DIVISAO-CRM THRU 2013-EXIT
024830     END-IF.
024900 2010-EXIT.
025000     EXIT.
025100*****************************************************************
025300*    SEPARA A LINHA DO EXTRATO EM NOME, OS TRES VALORES DE       *
025400*    VENDA, A COTA E A MATRICULA, PELO DELIMITADOR VIRGULA --    *
025500*    UMA LINHA COM MENOS DE SEIS CAMPOS ESTA' INCOMPLETA E E'    *
025505*    REJEITADA, ASSIM COMO A LINHA COM MAIS DE OITO (O EXCESSO   *
025507*    NAO CABE EM NENHUM CAMPO E NAO PODE SER DESPREZADO EM       *
025508*    SILENCIO); SEGUNDA MATRICULA OU PERCENTUAL PREENCHIDOS      *
025520*    MARCAM A LINHA COMO CREDITO DIVIDIDO                        *
025600*****************************************************************
025700 2012-SEPARA-CAMPOS-CRM.
025800     MOVE ZERO   TO WS-CAMPOS-LIDOS.
025810     MOVE 'N'    TO WS-LINHA-DIVIDIDA-SW.
025820     MOVE 'N'    TO WS-CAMPOS-EXCESSO-SW.
025900     MOVE SPACES TO WS-CAMPOS-EXTRATO.
026000     UNSTRING REG-EXTRATO-CRM DELIMITED BY ','
026100         INTO WS-EXT-NOME WS-EXT-VENDA1-TXT WS-EXT-VENDA2-TXT
026200              WS-EXT-VENDA3-TXT WS-EXT-COTA-TXT
026210              WS-EXT-MATRICULA-TXT WS-EXT-MATRICULA-2-TXT
026220              WS-EXT-PERC-TXT
026300         TALLYING IN WS-CAMPOS-LIDOS
026310         ON OVERFLOW
026320             MOVE 'S' TO WS-CAMPOS-EXCESSO-SW
026400     END-UNSTRING.
026500     IF WS-CAMPOS-LIDOS < 6
026600         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
026700         MOVE 'EXTRATO COM CAMPOS FALTANDO' TO
026800                                       WS-MOTIVO-REJEICAO-CRM
026810         GO TO 2012-EXIT.
026811     IF CAMPOS-EM-EXCESSO
026812         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
026813         MOVE 'EXTRATO COM CAMPOS EM EXCESSO' TO
026814                                       WS-MOTIVO-REJEICAO-CRM
026815         GO TO 2012-EXIT.
026820     IF WS-EXT-MATRICULA-2-TXT NOT = SPACES
026830         OR WS-EXT-PERC-TXT NOT = SPACES
026840         MOVE 'S' TO WS-LINHA-DIVIDIDA-SW
026900     END-IF.
027000 2012-EXIT.
027100     EXIT.
027101*****************************************************************
027102*    2013-VALIDA-DIVISAO-CRM                                     *
027103*    VALIDA O CREDITO DIVIDIDO DA LINHA -- SEGUNDA MATRICULA     *
027104*    NUMERICA, NAO ZERO E DIFERENTE DA PRIMEIRA, PERCENTUAL DO   *
027105*    PRIMEIRO VENDEDOR ACIMA DE ZERO E ABAIXO DE CEM -- E        *
027106*    CALCULA AS DUAS PARTES, REJEITANDO A LINHA SE ELAS NAO      *
027107*    SOMAREM EXATAMENTE O TOTAL ORIGINAL                         *
027108*****************************************************************
027109 2013-VALIDA-DIVISAO-CRM.
027110     IF WS-EXT-MATRICULA-2-TXT = SPACES
027111         OR WS-EXT-PERC-TXT = SPACES
027112         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027113         MOVE 'DIVISAO INCOMPLETA' TO WS-MOTIVO-REJEICAO-CRM
027114         GO TO 2013-EXIT.
027115     MOVE ZERO TO WS-MAT-DIGITOS.
027116     INSPECT WS-EXT-MATRICULA-2-TXT TALLYING WS-MAT-DIGITOS
027117         FOR CHARACTERS BEFORE INITIAL SPACE.
027118     MOVE ZERO TO WS-MATRICULA-2-NUM.
027119     IF WS-MAT-DIGITOS > ZERO
027120         AND WS-EXT-MATRICULA-2-TXT(1:WS-MAT-DIGITOS) IS NUMERIC
027121         MOVE WS-EXT-MATRICULA-2-TXT(1:WS-MAT-DIGITOS)
027122             TO WS-MATRICULA-2-NUM
027123     END-IF.
027124     IF WS-MATRICULA-2-NUM = ZERO
027125         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027126         MOVE 'SEGUNDA MATRICULA INVALIDA' TO
027127                                       WS-MOTIVO-REJEICAO-CRM
027128         GO TO 2013-EXIT.
027129     IF WS-MATRICULA-2-NUM = WS-MATRICULA-NUM
027130         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027131         MOVE 'DIVISAO COM A MESMA MATRICULA' TO
027132                                       WS-MOTIVO-REJEICAO-CRM
027133         GO TO 2013-EXIT.
027134     MOVE WS-EXT-PERC-TXT TO WS-CONV-ENTRADA.
027135     PERFORM 2200-CONVERTE-VALOR THRU 2200-EXIT.
027136     IF NOT WS-CONV-VALOR-VALIDO
027137         OR WS-CONV-VALOR NOT > ZERO
027138         OR WS-CONV-VALOR NOT < 100
027139         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027140         MOVE 'PERCENTUAL DE DIVISAO INVALIDO' TO
027141                                       WS-MOTIVO-REJEICAO-CRM
027142         GO TO 2013-EXIT.
027143     MOVE WS-CONV-VALOR TO WS-PERC-DIVISAO-NUM.
027144*    A DEVOLUCAO DE UMA VENDA DIVIDIDA VEM DO CRM EM LINHAS
027145*    NEGATIVAS PROPRIAS, UMA POR VENDEDOR -- UMA LINHA DIVIDIDA
027146*    COM VALOR NEGATIVO NAO TEM COMO SER AJUSTE NEM DIVISAO
027147     IF WS-VENDA1-NUM < ZERO
027148         OR WS-VENDA2-NUM < ZERO
027149         OR WS-VENDA3-NUM < ZERO
027150         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027151         MOVE 'DIVISAO COM VALOR NEGATIVO' TO
027152                                       WS-MOTIVO-REJEICAO-CRM
027153         GO TO 2013-EXIT.
027154     PERFORM 2025-CALCULA-PARTES-DIVISAO THRU 2025-EXIT.
027155     IF WS-SOMA-PARTES NOT = WS-TOTAL-LINHA-DIV
027156         MOVE 'N' TO WS-REGISTRO-CRM-VALIDO-SW
027157         MOVE 'PARTES NAO SOMAM A LINHA' TO
027158                                       WS-MOTIVO-REJEICAO-CRM
027159     END-IF.
027160 2013-EXIT.
027161     EXIT.
027200*****************************************************************
027300*    2014-VALIDA-NOME-CRM                                        *
027400*    REJEITA A LINHA SE O NOME DO VENDEDOR VEIO EM BRANCO        *
036150         WS-VENDA1-NUM + WS-VENDA2-NUM + WS-VENDA3-NUM.
036200 2020-EXIT.
036300     EXIT.
036301*****************************************************************
036302*    2025-CALCULA-PARTES-DIVISAO                                 *
036303*    CALCULA MES A MES A PARTE DO PRIMEIRO VENDEDOR PELO         *
036304*    PERCENTUAL, ARREDONDADA NO CENTAVO, E DA' AO SEGUNDO O      *
036305*    RESTANTE DO MES -- O CENTAVO DO ARREDONDAMENTO NUNCA SOME   *
036306*    NEM APARECE; OS TOTAIS FICAM PARA A CONFERENCIA             *
036307*****************************************************************
036308 2025-CALCULA-PARTES-DIVISAO.
036309     COMPUTE WS-PARTE1-VENDA1 ROUNDED =
036310         WS-VENDA1-NUM * WS-PERC-DIVISAO-NUM / 100.
036311     COMPUTE WS-PARTE1-VENDA2 ROUNDED =
036312         WS-VENDA2-NUM * WS-PERC-DIVISAO-NUM / 100.
036313     COMPUTE WS-PARTE1-VENDA3 ROUNDED =
036314         WS-VENDA3-NUM * WS-PERC-DIVISAO-NUM / 100.
036315     COMPUTE WS-PARTE2-VENDA1 = WS-VENDA1-NUM - WS-PARTE1-VENDA1.
036316     COMPUTE WS-PARTE2-VENDA2 = WS-VENDA2-NUM - WS-PARTE1-VENDA2.
036317     COMPUTE WS-PARTE2-VENDA3 = WS-VENDA3-NUM - WS-PARTE1-VENDA3.
036318     COMPUTE WS-TOTAL-LINHA-DIV =
036319         WS-VENDA1-NUM + WS-VENDA2-NUM + WS-VENDA3-NUM.
036320     COMPUTE WS-TOTAL-PARTE1 =
036321         WS-PARTE1-VENDA1 + WS-PARTE1-VENDA2 + WS-PARTE1-VENDA3.
036322     COMPUTE WS-TOTAL-PARTE2 =
036323         WS-PARTE2-VENDA1 + WS-PARTE2-VENDA2 + WS-PARTE2-VENDA3.
036324     COMPUTE WS-SOMA-PARTES = WS-TOTAL-PARTE1 + WS-TOTAL-PARTE2.
036325 2025-EXIT.
036326     EXIT.
036327*****************************************************************
036328*    2030-GRAVA-CREDITO-DIVIDIDO                                 *
036329*    GRAVA EM ARQUIVO-VENDAS UM REGISTRO DE TIPO 'S' PARA CADA   *
036330*    VENDEDOR DA LINHA DIVIDIDA, COM A SUA PARTE DOS TRES MESES  *
036331*    -- NOME E COTA REPETEM OS DA LINHA; O QUARTER SOMA A PARTE  *
036332*    AO TOTAL DO TRIMESTRE DA MATRICULA -- E GUARDA A LINHA DA   *
036333*    SECAO DE CREDITOS DIVIDIDOS DA LISTAGEM                     *
036334*****************************************************************
036335 2030-GRAVA-CREDITO-DIVIDIDO.
036336     MOVE SPACES             TO REGISTRO-VENDAS.
036337     MOVE WS-EXT-NOME        TO NOME-REGISTRO-VENDAS.
036338     MOVE WS-PARTE1-VENDA1   TO VENDAS-MES-1-REGISTRO-VENDAS.
036339     MOVE WS-PARTE1-VENDA2   TO VENDAS-MES-2-REGISTRO-VENDAS.
036340     MOVE WS-PARTE1-VENDA3   TO VENDAS-MES3-REGISTRO-VENDAS.
036341     MOVE WS-COTA-NUM        TO COTA-REGISTRO-VENDAS.
036342     MOVE WS-MATRICULA-NUM   TO MATRICULA-REGISTRO-VENDAS.
036343     MOVE 'S'                TO TIPO-REGISTRO-VENDAS.
036344     WRITE REGISTRO-VENDAS.
036345     MOVE WS-PARTE2-VENDA1   TO VENDAS-MES-1-REGISTRO-VENDAS.
036346     MOVE WS-PARTE2-VENDA2   TO VENDAS-MES-2-REGISTRO-VENDAS.
036347     MOVE WS-PARTE2-VENDA3   TO VENDAS-MES3-REGISTRO-VENDAS.
036348     MOVE WS-MATRICULA-2-NUM TO MATRICULA-REGISTRO-VENDAS.
036349     WRITE REGISTRO-VENDAS.
036350     ADD 2 TO WS-CONTADOR-CONVERTIDOS.
036351     ADD 2 TO WS-CONTADOR-PARTES-CRM.
036352     ADD 1 TO WS-CONTADOR-DIVISOES-CRM.
036353     COMPUTE WS-HASH-ARQUIVO = WS-HASH-ARQUIVO +
036354         WS-SOMA-PARTES + WS-COTA-NUM + WS-COTA-NUM.
036355     COMPUTE WS-TOTAL-VENDAS-CRM = WS-TOTAL-VENDAS-CRM +
036356         WS-SOMA-PARTES.
036357     MOVE WS-CONTADOR-LIDOS   TO WS-DIV-LINHA.
036358     MOVE WS-EXT-NOME         TO WS-DIV-NOME.
036359     MOVE WS-MATRICULA-NUM    TO WS-DIV-MATRICULA-1.
036360     MOVE WS-PERC-DIVISAO-NUM TO WS-DIV-PERC.
036361     MOVE WS-TOTAL-PARTE1     TO WS-DIV-PARTE-1.
036362     MOVE WS-MATRICULA-2-NUM  TO WS-DIV-MATRICULA-2.
036363     MOVE WS-TOTAL-PARTE2     TO WS-DIV-PARTE-2.
036364     MOVE WS-TOTAL-LINHA-DIV  TO WS-DIV-TOTAL-LINHA.
036365     MOVE WS-SOMA-PARTES      TO WS-DIV-SOMA-PARTES.
036366     MOVE 'CONFERE'           TO WS-DIV-SITUACAO.
036367     WRITE REG-DIVISAO-TRABALHO FROM WS-DIV-LINHA-DETALHE.
036368 2030-EXIT.
036369     EXIT.
036400*****************************************************************
036500*    2060-GRAVA-REJEITO-CRM                                      *
036600*    IMPRIME NA LISTAGEM DE REJEITOS A LINHA DO EXTRATO QUE      *
041375     WRITE REG-CONTROLE-VENDAS.
041376 3000-EXIT.
041377     EXIT.
041377*****************************************************************
041377*    3500-IMPRIME-DIVISOES                                       *
041377*    FECHA O ARQUIVO DE TRABALHO DOS CREDITOS DIVIDIDOS E, SE    *
041377*    HOUVE ALGUMA LINHA DIVIDIDA, IMPRIME A SECAO NA LISTAGEM,   *
041377*    DEPOIS DOS REJEITOS E ANTES DO RODAPE                       *
041377*****************************************************************
041377 3500-IMPRIME-DIVISOES.
041377     CLOSE ARQUIVO-DIVISOES.
041377     IF WS-CONTADOR-DIVISOES-CRM = ZERO
041377         GO TO 3500-EXIT.
041377     OPEN INPUT ARQUIVO-DIVISOES.
041377     WRITE LINHA-REJEITOS-CRM FROM WS-LINHA-BRANCO
041377         AFTER ADVANCING 1 LINE.
041377     WRITE LINHA-REJEITOS-CRM FROM WS-DIV-CABECALHO-1
041377         AFTER ADVANCING 1 LINE.
041377     WRITE LINHA-REJEITOS-CRM FROM WS-LINHA-BRANCO
041377         AFTER ADVANCING 1 LINE.
041377     WRITE LINHA-REJEITOS-CRM FROM WS-DIV-CABECALHO-2
041377         AFTER ADVANCING 1 LINE.
041377     WRITE LINHA-REJEITOS-CRM FROM WS-LINHA-BRANCO
041377         AFTER ADVANCING 1 LINE.
041377     PERFORM 3510-LER-DIVISAO THRU 3510-EXIT.
041377     PERFORM 3520-IMPRIME-DIVISAO THRU 3520-EXIT
041377         UNTIL FIM-ARQUIVO-DIVISOES.
041377     CLOSE ARQUIVO-DIVISOES.
041377 3500-EXIT.
041377     EXIT.
041377*****************************************************************
041377*    3510-LER-DIVISAO                                            *
041377*    LE A PROXIMA LINHA DO ARQUIVO DE TRABALHO DOS CREDITOS      *
041377*    DIVIDIDOS                                                   *
041377*****************************************************************
041377 3510-LER-DIVISAO.
041377     READ ARQUIVO-DIVISOES
041377         AT END MOVE 'S' TO WS-FIM-DIVISOES
041377     END-READ.
041377 3510-EXIT.
041377     EXIT.
041377*****************************************************************
041377*    3520-IMPRIME-DIVISAO                                        *
041377*    IMPRIME UMA LINHA DA SECAO DE CREDITOS DIVIDIDOS            *
041377*****************************************************************
041377 3520-IMPRIME-DIVISAO.
041377     WRITE LINHA-REJEITOS-CRM FROM REG-DIVISAO-TRABALHO
041377         AFTER ADVANCING 1 LINE.
041377     PERFORM 3510-LER-DIVISAO THRU 3510-EXIT.
041377 3520-EXIT.
041377     EXIT.
041400*****************************************************************
041500*    4000-IMPRIME-RODAPE-CRM                                     *
041600*    IMPRIME O RODAPE COM OS TOTAIS DE REGISTROS LIDOS,          *
042715     MOVE WS-CONTADOR-AJUSTES-CRM TO WS-ROD-CRM-AJUSTES.
042720     WRITE LINHA-REJEITOS-CRM FROM WS-LINHA-RODAPE-CRM-2
042730         AFTER ADVANCING 1 LINE.
042740     MOVE WS-CONTADOR-DIVISOES-CRM TO WS-ROD-CRM-DIVISOES.
042750     MOVE WS-CONTADOR-PARTES-CRM   TO WS-ROD-CRM-PARTES.
042760     WRITE LINHA-REJEITOS-CRM FROM WS-LINHA-RODAPE-CRM-3
042770         AFTER ADVANCING 1 LINE.
042800 4000-EXIT.
042900     EXIT.
043000*****************************************************************
