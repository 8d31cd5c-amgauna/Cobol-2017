001192*                      compensado pelo Quarter no total do      *
001193*                      trimestre da matricula; em branco e' a   *
001194*                      venda normal de sempre.                  *
001195*    10/09/2026  RMS   'S' marca a parte de um vendedor numa    *
001196*                      venda com credito dividido entre dois    *
001197*                      vendedores, gravada pelo CRMConv a       *
001198*                      partir da linha do extrato com segunda   *
001199*                      matricula e percentual -- somada pelo    *
001199*                      Quarter ao total do trimestre da         *
001199*                      matricula. O nome e a cota repetem os    *
001199*                      da linha do extrato e nao valem para a   *
001199*                      apuracao.                                *
001200*                                                               *
001300*****************************************************************
001400 01  Registro-Vendas.
001950     05  Matricula-Registro-Vendas    PIC 9(06).
001960     05  Tipo-Registro-Vendas         PIC X(01).
001970         88  Registro-Ajuste-Vendas            VALUE 'A'.
001980         88  Registro-Divisao-Vendas           VALUE 'S'.
002000     05  Filler                       PIC X(33).
