001600*                                                               *
001700*    Historico de alteracoes --                                 *
001800*    24/08/2026  RMS   Layout original.                         *
001810*    03/09/2026  RMS   Incluido o valor original enviado pelo   *
001820*                      FolhaExt no espaco do Filler -- o        *
001830*                      FolhaDj atualiza so' o valor pago, de    *
001840*                      modo que a diferenca entre os dois e' o  *
001850*                      total dos ajustes do periodo. Registros  *
001860*                      anteriores trazem o campo em branco.     *
001870*    05/09/2026  RMS   Incluido o tipo do lancamento no espaco  *
001880*                      do Filler -- 'C' comissao de vendedor    *
001890*                      (FolhaExt), 'G' override de gerente      *
001891*                      regional (ComGer). Registros anteriores  *
001892*                      trazem o campo em branco, tratado como   *
001893*                      comissao. Como a chave e' so' periodo e  *
001894*                      matricula, uma matricula tem um unico    *
001895*                      lancamento por periodo.                  *
001900*                                                               *
002000*****************************************************************
002100 01  Registro-Folha-Ledger.
002700     05  FL-Valor-Pago                 PIC S9(7)V99.
002800     05  FL-Data-Envio                 PIC 9(08).
002900     05  FL-Hora-Envio                 PIC 9(06).
002950     05  FL-Valor-Original             PIC S9(7)V99.
002960     05  FL-Tipo-Lancamento            PIC X(01).
002970         88  FL-Lancamento-Comissao              VALUE 'C' ' '.
002980         88  FL-Lancamento-Override              VALUE 'G'.
003000     05  Filler                        PIC X(01).
