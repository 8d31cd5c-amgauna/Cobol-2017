000100*****************************************************************
000200*                                                               *
000300*    CTBLANC.CPY                                                *
000400*    Layout dos registros do arquivo de interface contabil das  *
000500*    comissoes, gravado pelo CtbComis -- uma partida 'D' por    *
000600*    conta/centro de custo/natureza de cada lancamento, e um    *
000700*    trailer 'T' com a quantidade de partidas e os totais a     *
000800*    debito e a credito, que a contabilidade confere antes de   *
000900*    importar o lote.                                           *
001000*                                                               *
001100*    Cada lancamento tem duas partidas com o mesmo numero, uma  *
001200*    a debito e outra a credito, de mesmo valor -- o lote sai   *
001300*    sempre balanceado. O valor e' sem sinal; a natureza da     *
001400*    partida e' dada pelo LC-Debito-Credito. O centro de custo  *
001500*    e' o codigo da regiao de vendas do vendedor no periodo.    *
001600*    A origem distingue a provisao do fechamento ('P'), o       *
001700*    ajuste de um reprocessamento ('A', do FolhaDj) e a         *
001800*    liquidacao confirmada pelo FolhaCon ('L').                 *
001900*                                                               *
002000*    Registros de 80 posicoes, sem chave (arquivo sequencial).  *
002100*                                                               *
002200*    Historico de alteracoes --                                 *
002300*    11/09/2026  RMS   Layout original.                         *
002400*                                                               *
002500*****************************************************************
002600 01  Registro-Lancamento-Contabil.
002700     05  LC-Tipo-Registro             PIC X(01).
002800         88  LC-Partida-Lancamento             VALUE 'D'.
002900     05  LC-Ano-Competencia           PIC 9(04).
003000     05  LC-Trimestre-Competencia     PIC 9(01).
003100     05  LC-Origem-Lancamento         PIC X(01).
003200         88  LC-Origem-Provisao                VALUE 'P'.
003300         88  LC-Origem-Ajuste                  VALUE 'A'.
003400         88  LC-Origem-Liquidacao              VALUE 'L'.
003500     05  LC-Data-Geracao              PIC 9(08).
003600     05  LC-Numero-Lancamento         PIC 9(06).
003700     05  LC-Conta-Contabil            PIC X(08).
003800     05  LC-Centro-Custo              PIC X(04).
003900     05  LC-Debito-Credito            PIC X(01).
004000         88  LC-Partida-Debito                 VALUE 'D'.
004100         88  LC-Partida-Credito                VALUE 'C'.
004200     05  LC-Valor-Partida             PIC 9(09)V99.
004300     05  LC-Historico                 PIC X(30).
004400     05  Filler                       PIC X(05).
004500 01  Registro-Contabil-Trailer.
004600     05  CT-Tipo-Registro             PIC X(01).
004700         88  CT-Trailer-Contabil               VALUE 'T'.
004800     05  CT-Qtd-Partidas              PIC 9(06).
004900     05  CT-Total-Debitos             PIC 9(11)V99.
005000     05  CT-Total-Creditos            PIC 9(11)V99.
005100     05  Filler                       PIC X(47).
