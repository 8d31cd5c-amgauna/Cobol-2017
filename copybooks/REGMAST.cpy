001300*                                                               *
001400*    Historico de alteracoes --                                 *
001500*    26/08/2026  RMS   Layout original.                         *
001510*    05/09/2026  RMS   Incluida a matricula do gerente regional *
001520*                      no espaco do Filler -- o ComGer paga o   *
001530*                      override da regiao a esta matricula; o   *
001540*                      nome continua so' para os relatorios.    *
001550*                      Registros anteriores trazem o campo em   *
001560*                      branco (regiao sem gerente identificado).*
001600*                                                               *
001700*****************************************************************
001800 01  Registro-Regiao-Master.
001900     05  RG-Codigo-Regiao              PIC X(04).
002000     05  RG-Descricao-Regiao           PIC X(20).
002100     05  RG-Gerente-Regional           PIC X(15).
002150     05  RG-Matricula-Gerente          PIC 9(06).
002200     05  Filler                        PIC X(15).
