001100*    Registros de 80 posicoes, sem chave (arquivo sequencial),  *
001200*    gravados pelo FolhaExt (pagamento integral do periodo) e   *
001300*    pelo FolhaDj (transacoes de ajuste de um reprocessamento). *
001310*    O ComGer grava no mesmo layout o override dos gerentes     *
001320*    regionais, com o tipo de pagamento 'G'.                    *
001400*                                                               *
001500*    Historico de alteracoes --                                 *
001600*    24/08/2026  RMS   Layout original, extraido do FolhaExt    *
001700*                      para ser compartilhado com a geracao de  *
001800*                      ajustes de um periodo reprocessado.      *
001810*    05/09/2026  RMS   Incluido o tipo de pagamento no espaco   *
001820*                      do Filler -- 'C' comissao de vendedor,   *
001830*                      'G' override de gerente regional, para   *
001840*                      a folha lancar cada um na sua verba.     *
001850*                      Em branco (arquivos anteriores) vale     *
001860*                      como comissao.                           *
001900*                                                               *
002000*****************************************************************
002100 01  Reg-Folha-Pagamento.
002500     05  FP-Ano-Apuracao              PIC 9(04).
002600     05  FP-Trimestre-Apuracao        PIC 9(01).
002700     05  FP-Valor-Comissao            PIC S9(7)V99.
002750     05  FP-Tipo-Pagamento            PIC X(01).
002760         88  FP-Pagamento-Comissao             VALUE 'C' ' '.
002770         88  FP-Pagamento-Override             VALUE 'G'.
002800     05  Filler                       PIC X(58).
002900 01  Reg-Folha-Trailer.
003000     05  FT-Tipo-Registro             PIC X(01).
003100         88  FT-Trailer-Folha                  VALUE 'T'.
