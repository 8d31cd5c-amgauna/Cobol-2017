001520*                      matricula, junto com a conversao do      *
001530*                      restante do sistema para a chave por     *
001540*                      matricula.                               *
001550*    04/09/2026  RMS   Data de admissao, data de desligamento   *
001560*                      e situacao do vendedor, tiradas do       *
001570*                      Filler (o registro continua com 60       *
001580*                      posicoes). Registros anteriores trazem   *
001590*                      brancos nas datas -- conferir sempre     *
001591*                      com IS NUMERIC; zero ou branco e' data   *
001592*                      nao informada.                           *
001600*                                                                *
001700*****************************************************************
001800 01  Registro-Vendedor-Master.
002000     05  VM-Nome-Vendedor              PIC X(15).
002100     05  VM-Regiao-Vendedor            PIC X(04).
002200     05  VM-Descricao-Regiao           PIC X(20).
002210     05  VM-Data-Admissao              PIC 9(08) COMP-3.
002220     05  VM-Data-Desligamento          PIC 9(08) COMP-3.
002230     05  VM-Situacao-Vendedor          PIC X(01).
002240         88  VM-Vendedor-Ativo                   VALUE 'A' ' '.
002250         88  VM-Vendedor-Desligado               VALUE 'D'.
002300     05  Filler                        PIC X(04).
