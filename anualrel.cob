002999*                     A SOMAR, NAO SOBREPOR) E A COTA DO          *
002999*                     REGISTRO DE AJUSTE NAO DUPLICA A COTA       *
002999*                     ANUAL.                                      *
002999*    10/09/2026  RMS  O REGISTRO DE CREDITO DIVIDIDO (TIPO 'S',   *
002999*                     A PARTE DE CADA VENDEDOR NUMA VENDA         *
002999*                     FECHADA A DOIS) E' SOMADO AO TRIMESTRE DA   *
002999*                     MATRICULA COMO O AJUSTE, E A SUA COTA       *
002999*                     (REPETIDA DA LINHA DO CRM) TAMBEM NAO       *
002999*                     ENTRA NA COTA ANUAL.                        *
003000*                                                                *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
007220         ==TIPO-REGISTRO-VENDAS== BY
007220             ==TIPO-REGISTRO-VENDAS-T1==
007220         ==REGISTRO-AJUSTE-VENDAS== BY
007220             ==REGISTRO-AJUSTE-VENDAS-T1==
007220         ==REGISTRO-DIVISAO-VENDAS== BY
007220             ==REGISTRO-DIVISAO-VENDAS-T1==.
007300 FD  ARQUIVO-VENDAS-T2
007400     LABEL RECORDS ARE STANDARD
007500     RECORD CONTAINS 80 CHARACTERS.
008520         ==TIPO-REGISTRO-VENDAS== BY
008520             ==TIPO-REGISTRO-VENDAS-T2==
008520         ==REGISTRO-AJUSTE-VENDAS== BY
008520             ==REGISTRO-AJUSTE-VENDAS-T2==
008520         ==REGISTRO-DIVISAO-VENDAS== BY
008520             ==REGISTRO-DIVISAO-VENDAS-T2==.
008600 FD  ARQUIVO-VENDAS-T3
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
009820         ==TIPO-REGISTRO-VENDAS== BY
009820             ==TIPO-REGISTRO-VENDAS-T3==
009820         ==REGISTRO-AJUSTE-VENDAS== BY
009820             ==REGISTRO-AJUSTE-VENDAS-T3==
009820         ==REGISTRO-DIVISAO-VENDAS== BY
009820             ==REGISTRO-DIVISAO-VENDAS-T3==.
009900 FD  ARQUIVO-VENDAS-T4
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS.
011120         ==TIPO-REGISTRO-VENDAS== BY
011120             ==TIPO-REGISTRO-VENDAS-T4==
011120         ==REGISTRO-AJUSTE-VENDAS== BY
011120             ==REGISTRO-AJUSTE-VENDAS-T4==
011120         ==REGISTRO-DIVISAO-VENDAS== BY
011120             ==REGISTRO-DIVISAO-VENDAS-T4==.
011200*****************************************************************
011300*    ANUAL-SORT-FILE -- TRABALHO, UM REGISTRO POR VENDEDOR/      *
011400*    TRIMESTRE, ORDENADO POR MATRICULA E DEPOIS POR TRIMESTRE    *
041500     MOVE WS-TRIMESTRE-ATUAL   TO AN-TRIMESTRE-NUM.
041600     COMPUTE AN-TRIMESTRE-ORDEM =
041700         WS-MES1-LIDO + WS-MES2-LIDO + WS-MES3-LIDO.
041710*    UM REGISTRO DE AJUSTE OU DE CREDITO DIVIDIDO CARREGA UMA
041720*    COTA QUE NAO E' A DO VENDEDOR NO TRIMESTRE -- SAI COM COTA
041730*    ZERO PARA NAO DUPLICAR A COTA ANUAL DO VENDEDOR
041740     IF WS-TIPO-LIDO = 'A' OR WS-TIPO-LIDO = 'S'
041750         MOVE ZERO             TO AN-COTA-ORDEM
041760     ELSE
041800         MOVE WS-COTA-LIDA     TO AN-COTA-ORDEM
