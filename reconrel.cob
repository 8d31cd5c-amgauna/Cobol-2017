003040*                     SOMA DO PAR VENDEDOR/TRIMESTRE, QUE       *
003050*                     ASSIM CONTINUA BATENDO COM O TOTAL        *
003060*                     LIQUIDO GRAVADO NO HISTORICO.             *
003070*    10/09/2026  RMS  A PARTE DE CREDITO DIVIDIDO (TIPO 'S')    *
003080*                     ENTRA NA SOMA DO PAR VENDEDOR/TRIMESTRE   *
003090*                     COMO O AJUSTE, BATENDO COM O TOTAL QUE O  *
003095*                     QUARTER GRAVA NO HISTORICO.               *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
007900         ==TIPO-REGISTRO-VENDAS== BY
007900             ==TIPO-REGISTRO-VENDAS-T1==
007900         ==REGISTRO-AJUSTE-VENDAS== BY
007900             ==REGISTRO-AJUSTE-VENDAS-T1==
007900         ==REGISTRO-DIVISAO-VENDAS== BY
007900             ==REGISTRO-DIVISAO-VENDAS-T1==.
008000 FD  ARQUIVO-VENDAS-T2
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
009500         ==TIPO-REGISTRO-VENDAS== BY
009500             ==TIPO-REGISTRO-VENDAS-T2==
009500         ==REGISTRO-AJUSTE-VENDAS== BY
009500             ==REGISTRO-AJUSTE-VENDAS-T2==
009500         ==REGISTRO-DIVISAO-VENDAS== BY
009500             ==REGISTRO-DIVISAO-VENDAS-T2==.
009600 FD  ARQUIVO-VENDAS-T3
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 80 CHARACTERS.
011100         ==TIPO-REGISTRO-VENDAS== BY
011100             ==TIPO-REGISTRO-VENDAS-T3==
011100         ==REGISTRO-AJUSTE-VENDAS== BY
011100             ==REGISTRO-AJUSTE-VENDAS-T3==
011100         ==REGISTRO-DIVISAO-VENDAS== BY
011100             ==REGISTRO-DIVISAO-VENDAS-T3==.
011200 FD  ARQUIVO-VENDAS-T4
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
012700         ==TIPO-REGISTRO-VENDAS== BY
012700             ==TIPO-REGISTRO-VENDAS-T4==
012700         ==REGISTRO-AJUSTE-VENDAS== BY
012700             ==REGISTRO-AJUSTE-VENDAS-T4==
012700         ==REGISTRO-DIVISAO-VENDAS== BY
012700             ==REGISTRO-DIVISAO-VENDAS-T4==.
012800*****************************************************************
012900*    VENDAS-HISTORICO -- ENTRADA, OS REGISTROS GRAVADOS PELO    *
013000*    QUARTER EM CADA FECHAMENTO, LIDOS SEQUENCIALMENTE E        *
