003300*    31/08/2026  RMS  PROGRAMA ORIGINAL -- CORRECAO E REENVIO   *
003400*                     DOS REGISTROS SUSPENSOS, COM ARQUIVO      *
003500*                     SUPLEMENTAR E TRAILER DE CONTROLE.        *
003510*    10/09/2026  RMS  A CORRECAO DE TIPO 'S' (PARTE DE CREDITO  *
003520*                     DIVIDIDO) FICA FORA DA CRITICA DE         *
003530*                     DUPLICIDADE, COMO A DE AJUSTE, IGUAL AO   *
003540*                     QUARTER.                                  *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
043100       END-IF
043200     END-IF.
043300     IF REGISTRO-VALIDO AND NOT REGISTRO-AJUSTE-VENDAS
043310        AND NOT REGISTRO-DIVISAO-VENDAS
043400         PERFORM 2310-VERIFICA-DUPLICIDADE THRU 2310-EXIT
043500     END-IF.
043600 2300-EXIT.
