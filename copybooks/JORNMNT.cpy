000100*****************************************************************
000200*                                                               *
000300*    JORNMNT.CPY                                                *
000400*    Layout do registro do journal de alteracoes dos mestres,   *
000500*    compartilhado por VendMnt, CotaMnt e RegMnt. Cada          *
000600*    movimento aplicado grava um registro com o programa, a     *
000700*    data e a hora, o tipo do movimento, a chave e as imagens   *
000800*    do registro do mestre antes e depois do movimento --       *
000900*    inclusao fica sem imagem antes, exclusao sem imagem        *
001000*    depois. Movimentos rejeitados nao sao gravados, porque     *
001100*    nao alteram o mestre.                                      *
001200*                                                               *
001300*    As imagens sao o registro do mestre como esta no arquivo   *
001400*    (VendMast, RegVigen, CotaMast ou RegMast, conforme o       *
001500*    JN-Arquivo-Mestre) -- o JornInq as interpreta com o        *
001600*    copybook do proprio mestre. A matricula e a regiao antes   *
001700*    e depois ficam tambem em campos proprios, para a consulta  *
001800*    por matricula ou por regiao: no RegMast a matricula e' a   *
001900*    do gerente regional; no CotaMast a regiao fica em branco.  *
002000*                                                               *
002100*    Arquivo indexado, chave data/hora/programa/sequencia -- a  *
002200*    leitura em ordem de chave e' a ordem cronologica das       *
002300*    alteracoes, e a sequencia distingue os registros de uma    *
002400*    mesma execucao.                                            *
002500*                                                               *
002600*    Historico de alteracoes --                                 *
002700*    08/09/2026  RMS   Layout original.                         *
002800*                                                               *
002900*****************************************************************
003000 01  Registro-Journal.
003100     05  JN-Chave-Journal.
003200         10  JN-Data-Alteracao         PIC 9(08).
003300         10  JN-Hora-Alteracao         PIC 9(08).
003400         10  JN-Programa               PIC X(08).
003500         10  JN-Sequencia              PIC 9(06).
003600     05  JN-Tipo-Movimento             PIC X(01).
003700     05  JN-Arquivo-Mestre             PIC X(08).
003800         88  JN-Mestre-Vendedor                  VALUE 'VENDMAST'.
003900         88  JN-Mestre-Vigencia                  VALUE 'REGVIGEN'.
004000         88  JN-Mestre-Cota                      VALUE 'COTAMAST'.
004100         88  JN-Mestre-Regiao                    VALUE 'REGMAST '.
004200     05  JN-Chave-Registro             PIC X(12).
004300     05  JN-Matricula-Antes            PIC 9(06).
004400     05  JN-Matricula-Depois           PIC 9(06).
004500     05  JN-Regiao-Antes               PIC X(04).
004600     05  JN-Regiao-Depois              PIC X(04).
004700     05  JN-Imagem-Antes               PIC X(80).
004800     05  JN-Imagem-Depois              PIC X(80).
004900     05  Filler                        PIC X(19).
