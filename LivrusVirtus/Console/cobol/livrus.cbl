              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              RECORD KEY IS tCusto-isbn
              FILE STATUS IS ws-fs-tfCusto.
      * percentual de comissao de venda por operador (login), com
      * percentual opcional para itens vendidos em promocao
       SELECT tfComissao ASSIGN TO "comissao.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
              RECORD KEY IS tComissao-login
              FILE STATUS IS ws-fs-tfComissao.
      * orcamentos (cotacoes) numerados, com linhas no estilo de
      * tfVenda mas sem mexer no estoque; convertidos em venda por
      * converterOrcamento (Requisito 038); log de transacoes como
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfConsignacao.
      * contas a pagar a fornecedores: um titulo por recebimento de
      * pedido de compra e por acerto de consignacao, com vencimento
      * e pagamentos parciais; log de titulos como tfPedCompra, por
      * isso LINE SEQUENTIAL (o pagamento regrava no lugar)
       SELECT tfContaPagar ASSIGN TO "contapagar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfContaPagar.
      * log de checkpoint/restart das sessoes (Requisito 010)
       SELECT tfCheckpoint ASSIGN TO "checkpoint.log"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfCheckpoint.
      * kardex: um movimento por alteracao de tLivro-qtdestoque
      * (venda, estorno, recebimento, inventario, consignacao,
      * importacao, orcamento convertido e cadastro), gravado por
      * lancaKardex; aberto so na hora de gravar, como tfAuditoria
       SELECT tfKardex ASSIGN TO "kardex.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfKardex.
      * estornos de venda com a data em que foram feitos - o
      * tVenda-cancelada da linha so diz que a venda caiu, nao quando;
      * gravado por estornarVenda, aberto so na hora de usar
       SELECT tfEstorno ASSIGN TO "estorno.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfEstorno.
      * meses fechados pelo fechamento mensal, com os totais
      * congelados entregues ao contador; todo mes ate o ultimo
      * fechado fica travado (ver verificaPeriodo)
       SELECT tfFechamento ASSIGN TO "fechamento.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfFechamento.
      * historico de precos dos livros: cada troca de tLivro-preco
      * da revisao em lote, com vigencia, operador e situacao
      * (pendente ate a vigencia); aberto so na hora de usar
       SELECT tfPrecoHist ASSIGN TO "precohist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfPrecoHist.
      * documentos fiscais por pedido para o programa de notas
      * fiscais (layout em exportaFiscal), acumulados a cada venda e
      * estorno; aberto so na hora de usar
       SELECT tfFiscal ASSIGN TO "fiscal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfFiscal.
      * encomendas de clientes (titulos pedidos para comprar), com
      * sinal e situacao; log como tfContaPagar, por isso LINE
      * SEQUENTIAL (a reserva e a entrega regravam no lugar)
       SELECT tfEncomenda ASSIGN TO "encomenda.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ws-fs-tfEncomenda.
      * trilha de auditoria dos registros gravados via escreveArq
      * (Requisito 012)
       SELECT tfAuditoria ASSIGN TO "auditoria.log"
          05 tCliente-codendereco  PIC X(10) VALUE SPACES.
          05 tCliente-codpais      PIC X(3) VALUE SPACES.
          05 tCliente-codprofissao PIC X(10) VALUE SPACES.
      *   consentimento para marketing ("S"/"N") e a data em que foi
      *   dado ou retirado
          05 tCliente-consente     PIC X VALUE "N".
          05 tCliente-dtconsente   PIC X(10) VALUE SPACES.
       FD tfEndereco is global.
       01 regEndereco is global.
          05 tEndereco-codigo     PIC X(10) VALUE SPACES.
          05 tCusto-customedio  PIC 9(7)V99 VALUE ZEROS.
      *   quantidade acumulada recebida, peso do custo medio
          05 tCusto-qtdacum     PIC 9(7)    VALUE ZEROS.
       FD tfComissao is global.
       01 regComissao is global.
          05 tComissao-login     PIC X(10)   VALUE SPACES.
      *   percentual sobre as vendas e sobre itens em promocao
      *   (zero = usa tComissao-taxa)
          05 tComissao-taxa      PIC 9(2)V99 VALUE ZEROS.
          05 tComissao-taxapromo PIC 9(2)V99 VALUE ZEROS.
       FD tfOrcamento is global.
       01 regOrcamento is global.
          05 tOrc-numero      PIC 9(7)  VALUE ZEROS.
          05 tConsig-dtentrada     PIC X(10)   VALUE SPACES.
      *   "A" remessa ativa, "E" encerrada (tudo acertado/devolvido)
          05 tConsig-situacao      PIC X       VALUE "A".
       FD tfContaPagar is global.
       01 regContaPagar is global.
          05 tPagar-numero       PIC 9(7)    VALUE ZEROS.
          05 tPagar-fornecedor   PIC X(10)   VALUE SPACES.
      *   "C" recebimento de pedido de compra, "G" acerto de
      *   consignacao
          05 tPagar-origem       PIC X       VALUE "C".
      *   numero do pedido de compra (zeros no acerto de consignacao)
          05 tPagar-documento    PIC 9(7)    VALUE ZEROS.
      *   emissao, vencimento e ultimo pagamento dd/mm/yyyy
          05 tPagar-dtemissao    PIC X(10)   VALUE SPACES.
          05 tPagar-dtvencimento PIC X(10)   VALUE SPACES.
          05 tPagar-valor        PIC 9(7)V99 VALUE ZEROS.
          05 tPagar-valorpago    PIC 9(7)V99 VALUE ZEROS.
          05 tPagar-dtpagto      PIC X(10)   VALUE SPACES.
      *   "A" titulo em aberto, "P" titulo pago integralmente
          05 tPagar-situacao     PIC X       VALUE "A".
       FD tfCheckpoint is global.
       01 regCheckpoint PIC X(40) is global.
       FD tfKardex is global.
       01 regKardex is global.
          05 tKardex-isbn      PIC X(13)  VALUE SPACES.
      *   dd/mm/yyyy hh:mm:ss
          05 tKardex-datahora  PIC X(19)  VALUE SPACES.
      *   VD venda, OC orcamento convertido, ES estorno de venda,
      *   RC recebimento de compra, IN ajuste de inventario,
      *   CE entrada e CD devolucao de consignacao, IM importacao,
      *   CA alteracao pelo Cadastro de Livros
          05 tKardex-tipo      PIC X(2)   VALUE SPACES.
          05 tKardex-entrada   PIC 9(7)   VALUE ZEROS.
          05 tKardex-saida     PIC 9(7)   VALUE ZEROS.
      *   tLivro-qtdestoque resultante do movimento
          05 tKardex-saldo     PIC 9(10)  VALUE ZEROS.
          05 tKardex-operador  PIC X(10)  VALUE SPACES.
      *   numpedido da venda ou numero do pedido de compra
          05 tKardex-documento PIC 9(7)   VALUE ZEROS.
       FD tfEstorno is global.
       01 regEstorno is global.
      *   data/hora do estorno e da venda estornada
          05 tEstorno-dthrestorno PIC X(19)   VALUE SPACES.
          05 tEstorno-dthrvenda   PIC X(19)   VALUE SPACES.
          05 tEstorno-numpedido   PIC 9(7)    VALUE ZEROS.
          05 tEstorno-cpf         PIC X(14)   VALUE SPACES.
          05 tEstorno-isbn        PIC X(13)   VALUE SPACES.
          05 tEstorno-qtd         PIC 9(3)    VALUE ZEROS.
          05 tEstorno-valor       PIC 9(7)V99 VALUE ZEROS.
          05 tEstorno-formapagto  PIC X       VALUE SPACES.
      *   quem fez a venda e quem fez o estorno
          05 tEstorno-opvenda     PIC X(10)   VALUE SPACES.
          05 tEstorno-operador    PIC X(10)   VALUE SPACES.
      *   "S" venda de mes ja fechado, estornada como ajuste no mes
      *   aberto; "N" estorno dentro do proprio periodo
          05 tEstorno-ajuste      PIC X       VALUE "N".
       FD tfFechamento is global.
       01 regFechamento is global.
      *   mes fechado aaaamm
          05 tFech-mes            PIC 9(6)     VALUE ZEROS.
          05 tFech-dthrfechamento PIC X(19)    VALUE SPACES.
          05 tFech-operador       PIC X(10)    VALUE SPACES.
      *   vendas do mes (todas as linhas datadas no mes) e estornos
      *   (linhas do mes canceladas ate o fechamento mais os ajustes
      *   de meses anteriores lancados no mes)
          05 tFech-qtdvendas      PIC 9(7)     VALUE ZEROS.
          05 tFech-totvendas      PIC 9(9)V99  VALUE ZEROS.
          05 tFech-qtdestornos    PIC 9(7)     VALUE ZEROS.
          05 tFech-totestornos    PIC 9(9)V99  VALUE ZEROS.
      *   recebimentos por tVenda-formapagto (vendas validas) e
      *   parcelas do crediario recebidas no mes
          05 tFech-totavista      PIC 9(9)V99  VALUE ZEROS.
          05 tFech-totcartao      PIC 9(9)V99  VALUE ZEROS.
          05 tFech-totparcelado   PIC 9(9)V99  VALUE ZEROS.
          05 tFech-totvale        PIC 9(9)V99  VALUE ZEROS.
          05 tFech-totparcrecebidas PIC 9(9)V99 VALUE ZEROS.
      *   vales-troca emitidos e resgatados no mes
          05 tFech-qtdvalesemit   PIC 9(5)     VALUE ZEROS.
          05 tFech-totvalesemit   PIC 9(9)V99  VALUE ZEROS.
          05 tFech-totvalesusados PIC 9(9)V99  VALUE ZEROS.
      *   estoque valorizado pelo tCusto-customedio no fechamento
          05 tFech-valorestoque   PIC 9(11)V99 VALUE ZEROS.
       FD tfPrecoHist is global.
       01 regPrecoHist is global.
          05 tPreco-isbn          PIC X(13)   VALUE SPACES.
          05 tPreco-precoant      PIC 9(7)V99 VALUE ZEROS.
          05 tPreco-preconovo     PIC 9(7)V99 VALUE ZEROS.
      *   a partir de quando vale o preco novo dd/mm/yyyy
          05 tPreco-dtvigencia    PIC X(10)   VALUE SPACES.
          05 tPreco-dthrregistro  PIC X(19)   VALUE SPACES.
          05 tPreco-operador      PIC X(10)   VALUE SPACES.
      *   "P" pendente (vigencia futura), "A" aplicado ao livro
          05 tPreco-situacao      PIC X       VALUE "P".
          05 tPreco-dthraplicado  PIC X(19)   VALUE SPACES.
       FD tfFiscal is global.
       01 regFiscal PIC X(250) is global.
       FD tfEncomenda is global.
       01 regEncomenda is global.
          05 tEnc-numero       PIC 9(7)    VALUE ZEROS.
          05 tEnc-cpf          PIC X(14)   VALUE SPACES.
      *   ISBN em branco = livro fora do cadastro, so com o titulo
          05 tEnc-isbn         PIC X(13)   VALUE SPACES.
          05 tEnc-titulo       PIC X(50)   VALUE SPACES.
          05 tEnc-qtd          PIC 9(3)    VALUE ZEROS.
      *   sinal pago pelo cliente na encomenda e a parte dele que
      *   entrou no pagamento da venda (a sobra volta ao cliente)
          05 tEnc-sinal        PIC 9(7)V99 VALUE ZEROS.
          05 tEnc-sinalabat    PIC 9(7)V99 VALUE ZEROS.
          05 tEnc-dtpedido     PIC X(10)   VALUE SPACES.
      *   "A" aberta, "C" comprada (no pedido tEnc-numcompra), "R"
      *   reservada (pronta para retirada), "E" entregue na venda
      *   tEnc-dthrvenda, "X" cancelada em tEnc-dthrvenda
          05 tEnc-situacao     PIC X       VALUE "A".
          05 tEnc-numcompra    PIC 9(7)    VALUE ZEROS.
          05 tEnc-dtreserva    PIC X(10)   VALUE SPACES.
          05 tEnc-dthrvenda    PIC X(19)   VALUE SPACES.
          05 tEnc-operador     PIC X(10)   VALUE SPACES.
       FD tfAuditoria is global.
       01 regAuditoria PIC X(80) is global.
      *-------------------------------------------------------------
       01 TAM-LIVRO     PIC 9(3) VALUE 143 is global.
       01 TAM-LIVASS    PIC 99   VALUE 23 is global.
       01 TAM-LIVAUT    PIC 99   VALUE 23 is global.
       01 TAM-CLIENTE   PIC 9(3) VALUE 146 is global.
       01 TAM-ENDERECO  PIC 9(3) VALUE 123 is global.
       01 TAM-VENDA     PIC 9(3) VALUE 219 is global.
       01 TAM-FORNECEDOR PIC 9(3) VALUE 97 is global.
       01 bopcao        PIC 9    VALUE ZERO.
       01 opmenu        PIC X    VALUE SPACES.
       01 nparam        PIC 9(7) VALUE ZEROS.
       01 sLinhaCmd     PIC X(80) VALUE SPACES.
       01 g-nPosChave   PIC 9(7) VALUE ZEROS is global.
       01 g-nTamChave   PIC 9(7) VALUE ZEROS is global.
       01 g-nPreco   PIC 9(7)V99 VALUE ZEROS is global.
       01 ws-fs-tfCliente   PIC XX VALUE "00" is global.
       01 ws-fs-tfEndereco  PIC XX VALUE "00" is global.
       01 ws-fs-tfCheckpoint PIC XX VALUE "00" is global.
       01 ws-fs-tfKardex PIC XX VALUE "00" is global.
       01 ws-fs-tfEstorno PIC XX VALUE "00" is global.
       01 ws-fs-tfFechamento PIC XX VALUE "00" is global.
       01 ws-fs-tfPrecoHist PIC XX VALUE "00" is global.
       01 ws-fs-tfFiscal    PIC XX VALUE "00" is global.
       01 ws-fs-tfEncomenda PIC XX VALUE "00" is global.
       01 ws-fs-tfLivroAss  PIC XX VALUE "00" is global.
       01 ws-fs-tfLivroAut  PIC XX VALUE "00" is global.
       01 ws-fs-tfVenda     PIC XX VALUE "00" is global.
       01 ws-fs-tfPromocao  PIC XX VALUE "00" is global.
       01 ws-fs-tfVale      PIC XX VALUE "00" is global.
       01 ws-fs-tfCusto     PIC XX VALUE "00" is global.
       01 ws-fs-tfComissao  PIC XX VALUE "00" is global.
       01 ws-fs-tfOrcamento PIC XX VALUE "00" is global.
       01 ws-fs-tfConsignacao PIC XX VALUE "00" is global.
       01 ws-fs-tfContaPagar PIC XX VALUE "00" is global.

      * retorno de pesqArqDireto (Requisito 002)
       01 g-pesqArqDireto        PIC X(255) VALUE SPACES is global.
      * proximoSeqVenda (Requisito 041)
       01 g-seqvenda             PIC 9(7) VALUE ZEROS is global.

      * numero do titulo a pagar recem-lancado, atribuido por
      * proximoNumPagar
       01 g-numpagar             PIC 9(7) VALUE ZEROS is global.

      * numero da encomenda recem-registrada (proximoNumEncomenda),
      * consulta de encomendaVenda (reservado para outros clientes,
      * quantidade e sinal das encomendas do cliente da venda),
      * sinal abatido na venda para a entrega de encomendaVenda e
      * encomendas reservadas por reservaEncomenda no recebimento
       01 g-numencomenda         PIC 9(7) VALUE ZEROS is global.
       01 g-enc-outros           PIC 9(7) VALUE ZEROS is global.
       01 g-enc-qtdcliente       PIC 9(3) VALUE ZEROS is global.
       01 g-enc-sinal         PIC 9(7)V99 VALUE ZEROS is global.
       01 g-enc-sinalabat     PIC 9(7)V99 VALUE ZEROS is global.
       01 g-enc-reservadas       PIC 9(5) VALUE ZEROS is global.

      * fim do dia sem operador (loteDiario): com g-lote "S" as
      * rotinas chamadas rodam sem perguntas, para a data do
      * movimento g-lote-data, e a que falha devolve g-lote-erro "S"
       01 g-lote                 PIC X     VALUE "N"    is global.
       01 g-lote-data            PIC X(10) VALUE SPACES is global.
       01 g-lote-erro            PIC X     VALUE "N"    is global.

      * movimento de estoque a gravar no kardex por lancaKardex;
      * g-kardex-tipo/g-kardex-documento preenchidos antes de
      * escreveArq dizem a ele de onde vem a alteracao de tfLivro
      * (em branco = Cadastro de Livros)
       01 g-kardex is global.
          05 g-kardex-isbn       PIC X(13)  VALUE SPACES.
          05 g-kardex-tipo       PIC X(2)   VALUE SPACES.
          05 g-kardex-entrada    PIC 9(7)   VALUE ZEROS.
          05 g-kardex-saida      PIC 9(7)   VALUE ZEROS.
          05 g-kardex-saldo      PIC 9(10)  VALUE ZEROS.
          05 g-kardex-documento  PIC 9(7)   VALUE ZEROS.

      * periodo travado pelo fechamento mensal, devolvido por
      * verificaPeriodo: "S" quando a data cai num mes fechado, e o
      * ultimo mes fechado aaaamm (zeros = nenhum)
       01 g-periodo-fechado      PIC X    VALUE "N" is global.
       01 g-ultimo-mes-fechado   PIC 9(6) VALUE ZEROS is global.

       01 teste         PIC X(255).
       01 teste2        PIC X(255).
       01 teste3        PIC X(255).
      *   if ParamStr(1)='-cria' then
      *       call "abrecriaArqs" using g-false
      *   else
      *    "livrus -lote [dd/mm/aaaa]": fim do dia sem operador, sem
      *    splash nem login; RETURN-CODE 8 quando um passo falha
           ACCEPT sLinhaCmd FROM COMMAND-LINE
           if sLinhaCmd(1:5) = "-lote" then
             move "S" to g-lote
             call "abrecriaArqs" using g-true
             call "loteDiario" using sLinhaCmd
             call "fechaArqs"
             if g-lote-erro = "S" then
               move 8 to RETURN-CODE
             else
               move ZEROS to RETURN-CODE
             end-if
             STOP RUN
           end-if
           DISPLAY frmSplash
           ACCEPT g-tecla-return 
           call "abrecriaArqs" using g-true
           call "frmLogin"
           if g-frmLogin = g-true then
             call "aplicaPrecosPendentes"
             move g-true to bopcao
             PERFORM UNTIL bopcao = g-false
               move 1 to nparam
         SELECT tfUsuarioMig ASSIGN TO "usuariomig.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
      *  cliente.dat com o layout de antes do consentimento de
      *  marketing (135 posicoes), so para a migracao unica
         SELECT tfClienteV135 ASSIGN TO "cliente.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS tClienteV135-cpf
                FILE STATUS IS ws-fs-tfClienteV135.
         SELECT tfClienteMig ASSIGN TO "clientemig.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
      *  venda.dat com o layout texto sequencial de antes da
      *  conversao para indexado (Requisito 041), so para a migracao
      *  unica
            05 tUsuarioV21-resto PIC X(11).
         FD tfUsuarioMig.
         01 regUsuarioMig PIC X(22).
         FD tfClienteV135.
         01 regClienteV135.
            05 tClienteV135-cpf   PIC X(14).
            05 tClienteV135-resto PIC X(121).
         FD tfClienteMig.
         01 regClienteMig PIC X(146).
         FD tfVendaV212.
         01 regVendaV212 PIC X(212).
         FD tfVendaMig.
       WORKING-STORAGE SECTION.
         01 sUltimaLinha PIC X(40) VALUE SPACES.
         01 ws-fs-tfUsuarioV21 PIC XX VALUE "00".
         01 ws-fs-tfClienteV135 PIC XX VALUE "00".
         01 ws-fs-tfVendaV212  PIC XX VALUE "00".
         01 nSeqMig      PIC 9(7) VALUE ZEROS.
       LINKAGE SECTION.
           end-if
           if sUltimaLinha(1:6) = "INICIO" then
             DISPLAY MSG-RESTARTABNORMAL
             if g-lote not = "S" then
               ACCEPT g-tecla-return
             end-if
           end-if
           call "retDataHora"
           OPEN EXTEND tfCheckpoint
             CLOSE tfCliente
             OPEN I-O tfCliente
           end-if
      *    cliente.dat gravado antes do consentimento de marketing
      *    tem registros de 135 posicoes e abre com status "39";
      *    migracao unica, como a de usuario.dat: todos os clientes
      *    ficam sem consentimento ("N", sem data) ate confirmarem
      *    no Cadastro de Clientes
           if ws-fs-tfCliente = "39" then
             OPEN INPUT tfClienteV135
             OPEN OUTPUT tfClienteMig
             READ tfClienteV135 NEXT RECORD
               AT END MOVE HIGH-VALUES TO regClienteV135
             END-READ
             PERFORM UNTIL regClienteV135 = HIGH-VALUES
               move SPACES to regClienteMig
               STRING regClienteV135 DELIMITED BY SIZE
                      "N" DELIMITED BY SIZE
                 INTO regClienteMig
               END-STRING
               WRITE regClienteMig
               READ tfClienteV135 NEXT RECORD
                 AT END MOVE HIGH-VALUES TO regClienteV135
               END-READ
             END-PERFORM
             CLOSE tfClienteV135
             CLOSE tfClienteMig
             OPEN OUTPUT tfCliente
             OPEN INPUT tfClienteMig
             READ tfClienteMig
               AT END MOVE HIGH-VALUES TO regClienteMig
             END-READ
             PERFORM UNTIL regClienteMig = HIGH-VALUES
               move regClienteMig to regCliente
               WRITE regCliente
               READ tfClienteMig
                 AT END MOVE HIGH-VALUES TO regClienteMig
               END-READ
             END-PERFORM
             CLOSE tfClienteMig
             CLOSE tfCliente
             OPEN I-O tfCliente
             DISPLAY "cliente.dat migrado para o layout novo "
                     "(sem consentimento de marketing)."
           end-if
           OPEN I-O tfUsuario
           if ws-fs-tfUsuario = "35" then
             OPEN OUTPUT tfUsuario
             CLOSE tfConsignacao
             OPEN I-O tfConsignacao
           end-if
           OPEN I-O tfContaPagar
           if ws-fs-tfContaPagar = "35" then
             OPEN OUTPUT tfContaPagar
             CLOSE tfContaPagar
             OPEN I-O tfContaPagar
           end-if
           OPEN I-O tfComissao
           if ws-fs-tfComissao = "35" then
             OPEN OUTPUT tfComissao
             CLOSE tfComissao
             OPEN I-O tfComissao
           end-if
           OPEN I-O tfEncomenda
           if ws-fs-tfEncomenda = "35" then
             OPEN OUTPUT tfEncomenda
             CLOSE tfEncomenda
             OPEN I-O tfEncomenda
           end-if
         else
           OPEN EXTEND tfAssunto
           OPEN EXTEND tfAutor
           OPEN EXTEND tfCusto
           OPEN EXTEND tfOrcamento
           OPEN EXTEND tfConsignacao
           OPEN EXTEND tfContaPagar
           OPEN EXTEND tfComissao
           OPEN EXTEND tfEncomenda
         end-if.
       END PROGRAM abrecriaArqs.
      *-------------------------------------------------------------
         CLOSE tfVale
         CLOSE tfCusto
         CLOSE tfOrcamento
         CLOSE tfConsignacao
         CLOSE tfContaPagar
         CLOSE tfComissao
         CLOSE tfEncomenda.
       END PROGRAM fechaArqs.
      *-------------------------------------------------------------
      * Pesquisa um registro através de um valor chave num arquivo.
         01 bGravou     PIC 9 VALUE ZERO.
      *  registro preso por outro terminal (Requisito 040)
         01 bEmUso      PIC 9 VALUE ZERO.
      *  estoque do livro antes da gravacao, para o kardex
         01 nQtdAnterior PIC 9(10) VALUE ZEROS.
       LINKAGE SECTION.
         01 sArq       PIC X(255).
         01 sTexto     PIC X(255).
               move sTexto(1:13) to tLivro-isbn
               READ tfLivro
                 INVALID KEY
                   move ZEROS to nQtdAnterior
                   WRITE regLivro FROM sTexto(1:TAM-LIVRO)
                     INVALID KEY move g-false to bGravou
                   END-WRITE
                 NOT INVALID KEY
                   move tLivro-qtdestoque to nQtdAnterior
                   REWRITE regLivro FROM sTexto(1:TAM-LIVRO)
                     INVALID KEY move g-false to bGravou
                   END-REWRITE
           END-STRING
           WRITE regAuditoria
           CLOSE tfAuditoria
      *    estoque alterado pela venda ou pelo Cadastro de Livros
      *    vai para o kardex
           if sArq = "tfLivro" and
              sMsgAcerto(1:18) not = MSG-REGEXC and
              tLivro-qtdestoque not = nQtdAnterior then
             move tLivro-isbn to g-kardex-isbn
             if g-kardex-tipo = SPACES then
               move "CA" to g-kardex-tipo
             end-if
             move ZEROS to g-kardex-entrada
             move ZEROS to g-kardex-saida
             if tLivro-qtdestoque > nQtdAnterior then
               COMPUTE g-kardex-entrada =
                   tLivro-qtdestoque - nQtdAnterior
             else
               COMPUTE g-kardex-saida =
                   nQtdAnterior - tLivro-qtdestoque
             end-if
             move tLivro-qtdestoque to g-kardex-saldo
             call "lancaKardex"
           end-if
         else
           if bEmUso = g-true then
             DISPLAY MSG-REGEMUSO
             DISPLAY sMsgErro
           end-if
         end-if
         move SPACES to g-kardex-tipo
         move ZEROS to g-kardex-documento
         move bGravou to g-escreveArq-ok.
       END PROGRAM escreveArq.
      *-------------------------------------------------------------
               move "Código da Profissão: " to g-rotulo
               move 126 to g-nPosChave
               move 10 to g-nTamChave
             WHEN nNum=11
               move "Aceita marketing (S/N): " to g-rotulo
               move 136 to g-nPosChave
               move 1 to g-nTamChave
             WHEN nNum=12
               move "Dt. consentimento: " to g-rotulo
               move 137 to g-nPosChave
               move 10 to g-nTamChave
           END-EVALUATE
         end-if
         if sreg = opVenda then    
             DISPLAY "| 16. Receber Consignação         |"
             DISPLAY "| 17. Acerto de Consignação       |"
             DISPLAY "| 18. Devolução de Consignação    |"
             DISPLAY "| 19. Pagar Fornecedores          |"
             DISPLAY "| 20. Contas a Pagar (Aging)      |"
             DISPLAY "| 21. Revisão de Preços em Lote   |"
             DISPLAY "| 22. Anonimizar Cliente          |"
             DISPLAY "| 23. Voltar ao menu              |"
             DISPLAY "*---------------------------------*"
           WHEN num=3
             DISPLAY "*---------------------------------*"
             DISPLAY "| 12. Pesquisa de Livros (T/A/S)  |"
             DISPLAY "| 13. Consulta de Auditoria       |"
             DISPLAY "| 14. Extrato de Marketing        |"
             DISPLAY "| 15. Kardex do Livro             |"
             DISPLAY "| 16. Conferência do Kardex       |"
             DISPLAY "| 17. Estoque Parado (Aging)      |"
             DISPLAY "| 18. Voltar ao menu              |"
             DISPLAY "*---------------------------------*"
           WHEN num=4
             DISPLAY "*---------------------------------*"
             DISPLAY "| 10. Pontos de Fidelidade        |"
             DISPLAY "| 11. Exportar Diário p/ Contador |"
             DISPLAY "| 12. Orçamentos                  |"
             DISPLAY "| 13. Fechamento do Mês           |"
             DISPLAY "| 14. Extrato do Cliente          |"
             DISPLAY "| 15. Tabela de Comissões         |"
             DISPLAY "| 16. Relatório de Comissões      |"
             DISPLAY "| 17. Reenviar Docs. Fiscais      |"
             DISPLAY "| 18. Conciliação de Cartões      |"
             DISPLAY "| 19. Encomendas de Clientes      |"
             DISPLAY "| 20. Voltar ao menu              |"
             DISPLAY "*---------------------------------*"
           WHEN num=5
             DISPLAY "*---------------------------------*"
                         call "emitirCupom" using
                              by content sDtHrCupom
                              by content sCpfCupom
      *                  e o documento fiscal do pedido
                         call "exportaFiscal" using
                              by content sDtHrCupom
                              by content sCpfCupom
                       end-if
                     else
                       DISPLAY MSG-CPFINV
                   call "acertoConsignacao"
                 WHEN opSubMenu = 18
                   call "devolverConsignacao"
                 WHEN opSubMenu = 19
                   call "pagarFornecedor"
                 WHEN opSubMenu = 20
                   call "relatorioPagar"
                 WHEN opSubMenu = 21
                   call "revisaoPrecos"
                 WHEN opSubMenu = 22
                   call "anonimizaCliente"
                 WHEN opSubMenu = 23 move g-false to bSOp
                 WHEN OTHER DISPLAY MSG-ERRO
               END-EVALUATE
             END-PERFORM
                   call "consultaAuditoria"
                 WHEN opSubMenu = 14
                   call "extratoMarketing"
                 WHEN opSubMenu = 15
                   call "relatorioKardex"
                 WHEN opSubMenu = 16
                   call "conferirKardex"
                 WHEN opSubMenu = 17
                   call "relatorioEstoqueParado"
                 WHEN opSubMenu = 18 move g-false to bSOp
                 WHEN OTHER DISPLAY MSG-ERRO
               END-EVALUATE
             END-PERFORM
                   call "exportaDiario"
                 WHEN opSubMenu = 12
                   call "frmOrcamentos"
                 WHEN opSubMenu = 13
                   call "fecharMes"
                 WHEN opSubMenu = 14
                   call "extratoCliente"
                 WHEN opSubMenu = 15
                   call "cadastroComissao"
                 WHEN opSubMenu = 16
                   call "relatorioComissao"
                 WHEN opSubMenu = 17
                   call "reenviarFiscal"
                 WHEN opSubMenu = 18
                   call "conciliaCartao"
                 WHEN opSubMenu = 19
                   call "frmEncomendas"
                 WHEN opSubMenu = 20 move g-false to bSOp
                 WHEN OTHER DISPLAY MSG-ERRO
               END-EVALUATE
             END-PERFORM
      *  sugestao de cidade/estado a partir do CEP (Requisito 008)
         01 sCidadeDigitada PIC X(30).
         01 sEstadoDigitada PIC X(20).
      *  consentimento de marketing gravado antes da alteracao
         01 sCpfCons     PIC X(14).
         01 sConsAnt     PIC X.
         01 sDtConsAnt   PIC X(10).
       LINKAGE SECTION.
         01 sreg       PIC 99.
         01 slinha     PIC X(255).
           WHEN sreg = opCliente
             EVALUATE TRUE
               WHEN nOpcao = 1
                 move SPACES to sConsAnt, sDtConsAnt
                 move tCliente-cpf to sCpfCons
                 call "tamReg" using by content opCliente
                 move "tfCliente" to sparam1
                 call "pesqArqDireto" using sparam1, sCpfCons,
                        g-tamReg
                 if g-achou-pesqArqDireto = "S" then
                   move g-pesqArqDireto(136:1) to sConsAnt
                   move g-pesqArqDireto(137:10) to sDtConsAnt
                 end-if
                 move sCpfCons to tCliente-cpf
                 move 2 to nparam
                 call "rotulo" using sreg, nparam
                 DISPLAY g-rotulo WITH NO ADVANCING
                 call "validaDataHora" using g-rotulo, 
                          tCliente-dtnascimento, g-true
                 move g-validaDataHora to tCliente-dtnascimento
      *          consentimento de marketing; a data so muda quando a
      *          resposta muda (ou no primeiro registro)
                 move SPACES to tCliente-consente
                 move 11 to nparam
                 call "rotulo" using sreg, nparam
                 PERFORM UNTIL tCliente-consente = "S" or
                               tCliente-consente = "N"
                   DISPLAY g-rotulo WITH NO ADVANCING
                   ACCEPT tCliente-consente
                   if tCliente-consente = "s" then
                     move "S" to tCliente-consente
                   end-if
                   if tCliente-consente = "n" then
                     move "N" to tCliente-consente
                   end-if
                 END-PERFORM
                 if tCliente-consente = sConsAnt and
                    sDtConsAnt not = SPACES then
                   move sDtConsAnt to tCliente-dtconsente
                 else
                   call "retDataHora"
                   move g-retdatahora(1:10) to tCliente-dtconsente
                 end-if
                 call "mostrarSubDados" using opCliente, 
                                      opEndereco, g-false
                 call "mostrarSubDados" using opCliente, 
                 move slinha(113:10) to tCliente-codendereco 
                 move slinha(123:3) to tCliente-codpais 
                 move slinha(126:10) to tCliente-codprofissao
                 move slinha(136:1) to tCliente-consente
                 move slinha(137:10) to tCliente-dtconsente
                 DISPLAY "--------------------"
                 move 1 to nparam
                 call "rotulo" using sreg, nparam
                 DISPLAY g-rotulo tCliente-codprofissao
                 call "mostrarSubDados" using opCliente, 
                                       opProfissao, g-true
                 move 11 to nparam
                 call "rotulo" using sreg, nparam
                 DISPLAY g-rotulo tCliente-consente
                 move 12 to nparam
                 call "rotulo" using sreg, nparam
                 DISPLAY g-rotulo tCliente-dtconsente
             END-EVALUATE
           WHEN sreg = opVenda
             EVALUATE TRUE
         01 nPrecoUnit     PIC 9(7)V99  VALUE ZEROS.
      * pontos de fidelidade abatidos da linha (Requisito 036)
         01 nPontosLinha   PIC 9(7)     VALUE ZEROS.
      * estoque livre das reservas de encomenda de outros clientes,
      * sinal de encomenda abatido da linha e data/hora da venda
      * para a baixa da encomenda
         01 nQtdLivre      PIC 9(7)     VALUE ZEROS.
         01 nSinalLinha    PIC 9(7)V99  VALUE ZEROS.
         01 sDtHrEnc       PIC X(19)    VALUE SPACES.
       LINKAGE SECTION.
         01 sreg       PIC 99.
         01 sacao      PIC 99.
                       call "validaNumero" using sparam, sQtdItem
                       move g-validaNumero to sQtdItem
                       move sQtdItem to nQtdItem
      *                exemplares reservados para encomendas de
      *                outros clientes nao podem ser vendidos
                       move tVenda-dthrvenda to sDtHrEnc
                       call "encomendaVenda" using by content "C",
                            by content tVenda-isbn,
                            by content sCodigo(1:14),
                            by content nQtdItem,
                            by content sDtHrEnc
                       move ZEROS to nQtdLivre
                       if nQtdEstoque > g-enc-outros then
                         COMPUTE nQtdLivre =
                             nQtdEstoque - g-enc-outros
                       end-if
                       if g-enc-outros > ZEROS then
                         DISPLAY "Reservado para encomendas: "
                                 g-enc-outros
                       end-if
                       if nQtdLivre >= nQtdItem then
      *                   promocao vigente hoje para o ISBN e
      *                   aplicada automaticamente, sem o operador
      *                   precisar digitar o preco (Requisito 032)
                                      " R$ " nPontosLinha
                            end-if
                          end-if
      *                   retirada de encomenda: o sinal ja pago
      *                   entra como parte do pagamento da linha
                          move ZEROS to nSinalLinha
                          if g-enc-sinal > ZEROS then
                            move g-enc-sinal to nSinalLinha
                            if nSinalLinha > nPrecoLinha then
                              move nPrecoLinha to nSinalLinha
                            end-if
                            subtract nSinalLinha from nPrecoLinha
                            DISPLAY "Sinal da encomenda abatido: R$ "
                                    nSinalLinha
                          end-if
                          add nPrecoLinha to nTotalPreco
                          move nPrecoLinha to sPrecoLinha
                          move sPrecoLinha to tVenda-precovenda
                            DISPLAY "Linha NAO gravada - estoque "
                                    "mantido, tente de novo."
                          end-if
                          if g-SalvarInclusao = g-true and
                             g-escreveArq-ok = g-true and
                             g-enc-qtdcliente > ZEROS then
                             move nSinalLinha to g-enc-sinalabat
                             call "encomendaVenda" using
                                  by content "E",
                                  by content tVenda-isbn,
                                  by content sCodigo(1:14),
                                  by content nQtdItem,
                                  by content sDtHrEnc
                          end-if
                          if g-SalvarInclusao = g-true and
                             g-escreveArq-ok = g-true then
      *                      linha gravada: baixa do estoque da
                                  INTO slinha
                                END-STRING
                                move "tfLivro" to sparam
                                move "VD" to g-kardex-tipo
                                move g-numpedido to g-kardex-documento
                                call "escreveArq" using sparam,
                                               slinha, " ", " "
                             end-if
                          add 1 to nCont
                       else
                         DISPLAY MSG-SEMESTOQUE
                         DISPLAY "Estoque disponivel: " nQtdLivre
                       end-if
                     else
                       DISPLAY MSG-ISBNINV
                             tLivro-isbn
                   NOT INVALID KEY
                     add 1 to nImportados
                     if tLivro-qtdestoque > ZEROS then
                       move tLivro-isbn to g-kardex-isbn
                       move "IM" to g-kardex-tipo
                       move tLivro-qtdestoque to g-kardex-entrada
                       move ZEROS to g-kardex-saida
                       move tLivro-qtdestoque to g-kardex-saldo
                       move ZEROS to g-kardex-documento
                       call "lancaKardex"
                     end-if
                 END-WRITE
               end-if
             else
         01 nPontosEstorno PIC 9(7)   VALUE ZEROS.
         01 sTipoPontos    PIC X      VALUE SPACES.
         01 nPedidoPontos  PIC 9(7)   VALUE ZEROS.
      *  venda de mes ja fechado so cai como ajuste no mes aberto
         01 sAjuste        PIC X      VALUE "N".
       PROCEDURE DIVISION.
         DISPLAY "-- Cancelar Venda (Estorno) --"
      *  a venda pode ser localizada pelo numero do pedido
             end-if
           end-if
           IF bLinhaCasou = 1 THEN
             move 1 to bAchou
      *      venda de mes ja entregue ao contador nao muda o mes
      *      fechado: ou o estorno e recusado, ou entra como ajuste
      *      no mes aberto (tEstorno-ajuste "S")
             move "N" to sAjuste
             call "verificaPeriodo" using tVenda-dthrvenda
             if g-periodo-fechado = "S" then
               DISPLAY "Venda de periodo ja fechado pelo contador!"
               DISPLAY "Lancar o estorno como ajuste no mes corrente?"
                       " (S/N): " WITH NO ADVANCING
               ACCEPT sAjuste
               if sAjuste = "s" then
                 move "S" to sAjuste
               end-if
             end-if
             if g-periodo-fechado = "S" and sAjuste not = "S" then
               DISPLAY "Estorno recusado - periodo fechado."
             else
               move "S" to tVenda-cancelada
               REWRITE regVenda
      *        linha presa por outro terminal (Requisito 040): o
      *        cancelamento nao pegou, entao nada de estoque, pontos
      *        ou vale - o operador tenta de novo
               if ws-fs-tfVenda = "99" then
                 DISPLAY MSG-REGEMUSO
               else
                 PERFORM efetiva-estorno
               end-if
             end-if
           ELSE
             READ tfVenda NEXT RECORD
                 if ws-fs-tfLivro = "99" then
                   DISPLAY MSG-REGEMUSO
                   DISPLAY "Estoque NAO estornado - ajustar depois!"
                 else
                   move tLivro-isbn to g-kardex-isbn
                   move "ES" to g-kardex-tipo
                   move nQtdDevolvida to g-kardex-entrada
                   move ZEROS to g-kardex-saida
                   move tLivro-qtdestoque to g-kardex-saldo
                   move ZEROS to g-kardex-documento
                   if tVenda-numpedido is NUMERIC then
                     move tVenda-numpedido to g-kardex-documento
                   end-if
                   call "lancaKardex"
                 end-if
             END-READ
             DISPLAY "Venda cancelada e estoque estornado com sucesso!"
      *      o estorno fica registrado com a data em que foi feito
             call "retDataHora"
             move g-retdatahora to tEstorno-dthrestorno
             move tVenda-dthrvenda to tEstorno-dthrvenda
             move ZEROS to tEstorno-numpedido
             if tVenda-numpedido is NUMERIC then
               move tVenda-numpedido to tEstorno-numpedido
             end-if
             move tVenda-cpf to tEstorno-cpf
             move tVenda-isbn to tEstorno-isbn
             move nQtdDevolvida to tEstorno-qtd
             move FUNCTION NUMVAL(tVenda-precovenda) to tEstorno-valor
             move tVenda-formapagto to tEstorno-formapagto
             move tVenda-operador to tEstorno-opvenda
             move g-login-usuario to tEstorno-operador
             move sAjuste to tEstorno-ajuste
             OPEN EXTEND tfEstorno
             if ws-fs-tfEstorno = "35" then
               OPEN OUTPUT tfEstorno
             end-if
             WRITE regEstorno
      *      cancelamento do documento fiscal da linha
             call "exportaFiscalEstorno"
             CLOSE tfEstorno
             if sAjuste = "S" then
               DISPLAY "Estorno lancado como ajuste no mes corrente."
             end-if
      *      os pontos de fidelidade ganhos na linha voltam atras
      *      (Requisito 036)
             move FUNCTION NUMVAL(tVenda-precovenda)
      * Relatorio Periodico de Vendas (Requisito 005): totaliza o
      * faturamento e a quantidade de vendas num periodo, alem do
      * titulo mais vendido e do cliente que mais comprou no periodo.
      * Vendas canceladas (tVenda-cancelada = "S") sao ignoradas,
      * menos as estornadas como ajuste de mes fechado: essas
      * continuam no periodo da venda, ja entregue ao contador, e o
      * ajuste e descontado no periodo em que o estorno foi feito.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioVendas IS COMMON PROGRAM.
         01 nPrecoVenda     PIC 9(7)V99.
         01 nQtdExemplares  PIC 9(3).
         01 i               PIC 9(5).
         01 j               PIC 9(5).
         01 bAchouTb        PIC 9.
         01 nMaiorQtd       PIC 9(5)     VALUE ZEROS.
         01 nMaiorPos       PIC 9(5)     VALUE ZEROS.
              10 tb-cpf-cod PIC X(14)    VALUE SPACES.
              10 tb-cpf-qtd PIC 9(9)V99  VALUE ZEROS.
         01 nQtdCpf         PIC 9(5)     VALUE ZEROS.
         01 nIntEstorno     PIC 9(7).
         01 nQtdAjuPer      PIC 9(5)     VALUE ZEROS.
         01 nTotAjuPer      PIC 9(9)V99  VALUE ZEROS.
         01 nLiquido        PIC S9(9)V99 VALUE ZEROS.
         01 sLiquidoEd      PIC -ZZZZZZZZ9.99.
      *  estornos lancados como ajuste de mes ja fechado (estorno.dat,
      *  tEstorno-ajuste "S"): a linha cancelada continua venda no
      *  proprio periodo e o estorno vale na data em que foi feito
         01 nQtdAju         PIC 9(5)     VALUE ZEROS.
         01 bAjuste         PIC 9        VALUE ZERO.
         01 tb-aju.
           05 tb-aju-item OCCURS 1000 TIMES.
              10 tb-aju-dthrvenda  PIC X(19)   VALUE SPACES.
              10 tb-aju-cpf        PIC X(14)   VALUE SPACES.
              10 tb-aju-isbn       PIC X(13)   VALUE SPACES.
              10 tb-aju-dtestorno  PIC X(10)   VALUE SPACES.
              10 tb-aju-numpedido  PIC 9(7)    VALUE ZEROS.
              10 tb-aju-opvenda    PIC X(10)   VALUE SPACES.
              10 tb-aju-qtd        PIC 9(3)    VALUE ZEROS.
              10 tb-aju-valor      PIC 9(7)V99 VALUE ZEROS.
              10 tb-aju-formapagto PIC X       VALUE SPACES.
       PROCEDURE DIVISION.
         move "Data inicial (dd/mm/aaaa): " to sRotulo
         call "validaDataHora" using sRotulo, sDataIni, g-true

         move ZEROS to nTotalVendas, nTotalFaturado
         move ZEROS to nQtdIsbn, nQtdCpf
         PERFORM carrega-ajustes

      *  reabre tfVenda para garantir a varredura desde o inicio do
      *  arquivo, ja que o cursor sequencial e compartilhado com
           AT END MOVE HIGH-VALUES TO regVenda
         END-READ
         PERFORM UNTIL regVenda = HIGH-VALUES
           move g-true to bAjuste
           IF tVenda-cancelada = "S" THEN
             PERFORM verifica-ajuste
           END-IF
           IF bAjuste = g-true THEN
             COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(tVenda-dthrvenda(7:4)) * 10000) +
                 (FUNCTION NUMVAL(tVenda-dthrvenda(4:2)) * 100) +
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         PERFORM desconta-ajustes

         DISPLAY " "
         DISPLAY "-- Relatorio de Vendas: " sDataIni(1:10)
                 " a " sDataFim(1:10) " --"
         DISPLAY "Total de vendas.....: " nTotalVendas
         DISPLAY "Total faturado......: " nTotalFaturado
         IF nQtdAjuPer > ZEROS THEN
           DISPLAY "Estornos de meses fechados (ajuste): " nQtdAjuPer
                   " R$ " nTotAjuPer
           COMPUTE nLiquido = nTotalFaturado - nTotAjuPer
           move nLiquido to sLiquidoEd
           DISPLAY "Faturamento liquido.: " sLiquidoEd
         END-IF

         move ZEROS to nMaiorQtd, nMaiorPos
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdIsbn
         END-IF
         CLOSE tfVenda
         OPEN I-O tfVenda
         ACCEPT g-tecla-return
         GOBACK.

      *-------------------------------------------------------------
      * Carrega de estorno.dat os estornos lancados como ajuste de
      * mes fechado (mesma leitura de fecharMes apura-estornos).
      *-------------------------------------------------------------
       carrega-ajustes.
         move ZEROS to nQtdAju
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             IF tEstorno-ajuste = "S" AND nQtdAju < 1000 THEN
               add 1 to nQtdAju
               move tEstorno-dthrvenda to tb-aju-dthrvenda(nQtdAju)
               move tEstorno-cpf to tb-aju-cpf(nQtdAju)
               move tEstorno-isbn to tb-aju-isbn(nQtdAju)
               move tEstorno-dthrestorno(1:10)
                 to tb-aju-dtestorno(nQtdAju)
               move tEstorno-numpedido to tb-aju-numpedido(nQtdAju)
               move tEstorno-opvenda to tb-aju-opvenda(nQtdAju)
               move tEstorno-qtd to tb-aju-qtd(nQtdAju)
               move tEstorno-valor to tb-aju-valor(nQtdAju)
               move tEstorno-formapagto
                 to tb-aju-formapagto(nQtdAju)
             END-IF
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if.

      *-------------------------------------------------------------
      * Diz se a linha cancelada corrente de regVenda foi estornada
      * como ajuste de mes fechado (bAjuste).
      *-------------------------------------------------------------
       verifica-ajuste.
         move g-false to bAjuste
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdAju
           IF tb-aju-dthrvenda(i) = tVenda-dthrvenda AND
              tb-aju-cpf(i) = tVenda-cpf AND
              tb-aju-isbn(i) = tVenda-isbn THEN
             move g-true to bAjuste
           END-IF
         END-PERFORM.

      *-------------------------------------------------------------
      * Ajustes feitos no periodo: saem do faturamento, dos
      * exemplares do titulo e do gasto do cliente.
      *-------------------------------------------------------------
       desconta-ajustes.
         move ZEROS to nQtdAjuPer, nTotAjuPer
         PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdAju
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(tb-aju-dtestorno(j)(7:4)) * 10000) +
               (FUNCTION NUMVAL(tb-aju-dtestorno(j)(4:2)) * 100) +
                FUNCTION NUMVAL(tb-aju-dtestorno(j)(1:2))
           COMPUTE nIntEstorno =
               FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
           IF (nIntEstorno >= nIntIni) AND (nIntEstorno <= nIntFim)
           THEN
             ADD 1 TO nQtdAjuPer
             ADD tb-aju-valor(j) TO nTotAjuPer
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdIsbn
               IF tb-isbn-cod(i) = tb-aju-isbn(j) THEN
                 IF tb-isbn-qtd(i) > tb-aju-qtd(j) THEN
                   SUBTRACT tb-aju-qtd(j) FROM tb-isbn-qtd(i)
                 ELSE
                   move ZEROS to tb-isbn-qtd(i)
                 END-IF
               END-IF
             END-PERFORM
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdCpf
               IF tb-cpf-cod(i) = tb-aju-cpf(j) THEN
                 IF tb-cpf-qtd(i) > tb-aju-valor(j) THEN
                   SUBTRACT tb-aju-valor(j) FROM tb-cpf-qtd(i)
                 ELSE
                   move ZEROS to tb-cpf-qtd(i)
                 END-IF
               END-IF
             END-PERFORM
           END-IF
         END-PERFORM.
       END PROGRAM relatorioVendas.
      *-------------------------------------------------------------
      * Emite o cupom do cliente de uma venda (Requisito 016):
           move "Data do recebimento (dd/mm/yyyy): " to sRotulo
           call "validaDataHora" using sRotulo, sDtReceb, g-true
           move g-validaDataHora to sDtReceb
      *    mes ja fechado nao recebe lancamento: o recebimento
      *    entra como ajuste na data de hoje, no mes aberto
           call "verificaPeriodo" using sDtReceb
           if g-periodo-fechado = "S" then
             call "retDataHora"
             move g-retdatahora(1:10) to sDtReceb
             DISPLAY "Data em periodo fechado - recebimento lancado "
                     "em " sDtReceb
           end-if

           move ZEROS to nBaixadas
           CLOSE tfVenda
         01 nTotEmitido   PIC 9(9)V99 VALUE ZEROS.
         01 nTotResgatado PIC 9(9)V99 VALUE ZEROS.
         01 nTotValeDin   PIC S9(9)V99 VALUE ZEROS.
      *  sinais de encomenda recebidos hoje (entram na gaveta),
      *  sinais abatidos nas retiradas de hoje (ja liquidos nas
      *  vendas acima) e sinais devolvidos hoje (saem da gaveta):
      *  o das encomendas canceladas e a sobra das retiradas
         01 nQtdSinal     PIC 9(5)    VALUE ZEROS.
         01 nTotSinal     PIC 9(9)V99 VALUE ZEROS.
         01 nTotSinalAbat PIC 9(9)V99 VALUE ZEROS.
         01 nQtdSinalDev  PIC 9(5)    VALUE ZEROS.
         01 nTotSinalDev  PIC 9(9)V99 VALUE ZEROS.
         01 j             PIC 9(3)    VALUE ZEROS.
         01 nPosOper      PIC 9(3)    VALUE ZEROS.
         01 nQtdOper      PIC 9(3)    VALUE ZEROS.
         DISPLAY "-- Fechamento de Caixa do Dia --"
         call "retDataHora"
         move g-retdatahora(1:10) to sHoje
      *  no fim do dia sem operador vale a data do movimento
         if g-lote = "S" then
           move g-lote-data to sHoje
         end-if

         move ZEROS to nQtdAVista, nQtdCartao, nQtdParcelado
         move ZEROS to nTotAVista, nTotCartao, nTotParcelado
         end-if
         COMPUTE nTotValeDin = nTotVale - nTotResgatado

         move ZEROS to nQtdSinal, nTotSinal, nTotSinalAbat
         move ZEROS to nQtdSinalDev, nTotSinalDev
         CLOSE tfEncomenda
         OPEN INPUT tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-sinal > ZEROS THEN
             if tEnc-dtpedido = sHoje then
               ADD 1 TO nQtdSinal
               ADD tEnc-sinal TO nTotSinal
             end-if
             if tEnc-situacao = "E" and
                tEnc-dthrvenda(1:10) = sHoje then
               ADD tEnc-sinalabat TO nTotSinalAbat
               if tEnc-sinal > tEnc-sinalabat then
                 ADD 1 TO nQtdSinalDev
                 COMPUTE nTotSinalDev = nTotSinalDev +
                     tEnc-sinal - tEnc-sinalabat
               end-if
             end-if
             if tEnc-situacao = "X" and
                tEnc-dthrvenda(1:10) = sHoje then
               ADD 1 TO nQtdSinalDev
               ADD tEnc-sinal TO nTotSinalDev
             end-if
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda

         DISPLAY " "
         DISPLAY "-- Fechamento de Caixa de " sHoje " --"
         DISPLAY "A vista (gaveta)..: " nQtdAVista " item(ns) R$ "
         DISPLAY "  diferenca em dinheiro.: R$ " nTotValeDin
         DISPLAY "Vales emitidos hoje: " nQtdEmitido " vale(s) R$ "
                 nTotEmitido
         DISPLAY "Sinais de encomenda recebidos: " nQtdSinal
                 " R$ " nTotSinal
         DISPLAY "  sinais abatidos nas retiradas: R$ "
                 nTotSinalAbat
         DISPLAY "Sinais de encomenda devolvidos: " nQtdSinalDev
                 " R$ " nTotSinalDev
         DISPLAY "Total do dia......: R$ " nTotDia
         DISPLAY " "
         DISPLAY "Operador   Itens Valor"
         IF nQtdOper = ZEROS THEN
           DISPLAY "Nenhuma venda registrada hoje."
         END-IF
         if g-lote not = "S" then
           ACCEPT g-tecla-return
         end-if.
       END PROGRAM fechamentoCaixa.
      *-------------------------------------------------------------
      * Entrega o proximo numero sequencial de pedido (Requisito
                   INVALID KEY continue
                   NOT INVALID KEY
                     if tLivro-qtdestoque not = tb-inv-qtd(j) then
                       move tLivro-qtdestoque to nQtdSistema
                       move tb-inv-qtd(j) to tLivro-qtdestoque
                       REWRITE regLivro
                       move tLivro-isbn to g-kardex-isbn
                       move "IN" to g-kardex-tipo
                       move ZEROS to g-kardex-entrada
                       move ZEROS to g-kardex-saida
                       if tb-inv-qtd(j) > nQtdSistema then
                         COMPUTE g-kardex-entrada =
                             tb-inv-qtd(j) - nQtdSistema
                       else
                         COMPUTE g-kardex-saida =
                             nQtdSistema - tb-inv-qtd(j)
                       end-if
                       move tLivro-qtdestoque to g-kardex-saldo
                       move ZEROS to g-kardex-documento
                       call "lancaKardex"
      *                mesmo formato de trilha gravado por
      *                escreveArq (Requisito 012)
                       move SPACES to regAuditoria
      * relatorioEstoque: percorre tfLivro, oferece cada titulo com
      * estoque abaixo do limite e grava em pedidocompra.dat as
      * quantidades escolhidas por ISBN. O recebimento e conferido
      * depois por receberPedidoCompra. Titulo com encomenda de
      * cliente em aberto tambem e oferecido, e a quantidade das
      * encomendas entra no pedido alem da digitada para estoque.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerarPedidoCompra IS COMMON PROGRAM.
         01 nLinhas     PIC 9(5)  VALUE ZEROS.
         01 sDtPedido   PIC X(10) VALUE SPACES.
         01 sparam      PIC X(255).
      *  encomendas em aberto por ISBN
         01 i           PIC 9(5)  VALUE ZEROS.
         01 nPosEnc     PIC 9(5)  VALUE ZEROS.
         01 nQtdEnc     PIC 9(7)  VALUE ZEROS.
         01 nSemIsbn    PIC 9(5)  VALUE ZEROS.
         01 nQtdTbEnc   PIC 9(5)  VALUE ZEROS.
         01 tb-enc.
           05 tb-enc-item OCCURS 500 TIMES.
              10 tb-enc-isbn PIC X(13) VALUE SPACES.
              10 tb-enc-qtd  PIC 9(7)  VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Gerar Pedido de Compra --"
         DISPLAY "Código do fornecedor: " WITH NO ADVANCING
           move g-retdatahora(1:10) to sDtPedido
           DISPLAY "Numero do pedido de compra: " g-numcompra
           move ZEROS to nLinhas
           PERFORM carrega-encomendas
      *    mesma varredura do relatorioEstoque (Requisito 003)
           CLOSE tfLivro
           OPEN INPUT tfLivro
             AT END MOVE HIGH-VALUES TO regLivro
           END-READ
           PERFORM UNTIL regLivro = HIGH-VALUES
             move ZEROS to nQtdEnc
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdTbEnc
               IF tb-enc-isbn(i) = tLivro-isbn THEN
                 move tb-enc-qtd(i) to nQtdEnc
               END-IF
             END-PERFORM
             IF tLivro-qtdestoque < g-limite-reposicao-estoque OR
                nQtdEnc > ZEROS THEN
               DISPLAY tLivro-isbn " " tLivro-titulo " estoque "
                       tLivro-qtdestoque
               if nQtdEnc > ZEROS then
                 DISPLAY "Encomendas de clientes: " nQtdEnc
                         " (ja incluidas no pedido)"
                 DISPLAY "Quantidade a mais para estoque: "
                         WITH NO ADVANCING
               else
                 DISPLAY "Quantidade a pedir (0 = pular): "
                         WITH NO ADVANCING
               end-if
               move SPACES to sQtd
               ACCEPT sQtd
               move sQtd to nQtdPedir
               add nQtdEnc to nQtdPedir
               if nQtdPedir > ZEROS then
                 move g-numcompra to tPedCompra-numero
                 move sFornecedor to tPedCompra-fornecedor
                 CLOSE tfPedCompra
                 OPEN I-O tfPedCompra
                 add 1 to nLinhas
                 if nQtdEnc > ZEROS then
                   PERFORM marca-encomendas
                 end-if
               end-if
             END-IF
             READ tfLivro NEXT RECORD
           OPEN I-O tfLivro
           DISPLAY "Pedido de compra " g-numcompra " gravado com "
                   nLinhas " linha(s)."
           if nSemIsbn > ZEROS then
             DISPLAY "Aviso: " nSemIsbn " encomenda(s) sem ISBN "
                     "ficaram fora do pedido - cadastre o livro e "
                     "ligue o ISBN em Encomendas de Clientes."
           end-if
         end-if
         ACCEPT g-tecla-return
         GOBACK.

      *-------------------------------------------------------------
      * Quantidade das encomendas em aberto ("A") por ISBN.
      *-------------------------------------------------------------
       carrega-encomendas.
         move ZEROS to nQtdTbEnc, nSemIsbn
         CLOSE tfEncomenda
         OPEN INPUT tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-situacao = "A" THEN
             if tEnc-isbn = SPACES then
               add 1 to nSemIsbn
             else
               move ZEROS to nPosEnc
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdTbEnc
                 IF tb-enc-isbn(i) = tEnc-isbn THEN
                   move i to nPosEnc
                 END-IF
               END-PERFORM
               IF nPosEnc = ZEROS AND nQtdTbEnc < 500 THEN
                 add 1 to nQtdTbEnc
                 move nQtdTbEnc to nPosEnc
                 move tEnc-isbn to tb-enc-isbn(nPosEnc)
                 move ZEROS to tb-enc-qtd(nPosEnc)
               END-IF
               IF nPosEnc > ZEROS THEN
                 add tEnc-qtd to tb-enc-qtd(nPosEnc)
               END-IF
             end-if
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda.

      *-------------------------------------------------------------
      * As encomendas em aberto do ISBN passam a "C", comprada no
      * pedido g-numcompra.
      *-------------------------------------------------------------
       marca-encomendas.
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-situacao = "A" AND tEnc-isbn = tLivro-isbn THEN
             move "C" to tEnc-situacao
             move g-numcompra to tEnc-numcompra
             REWRITE regEncomenda
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda.
       END PROGRAM gerarPedidoCompra.
      *-------------------------------------------------------------
      * Recebimento de um pedido de compra (Requisito 022): confere
         01 nLinhas     PIC 9(5)  VALUE ZEROS.
      *  custo unitario pago na linha recebida (Requisito 034)
         01 nCustoUnit  PIC 9(7)V99 VALUE ZEROS.
      *  valor da entrega, lancado como titulo a pagar ao fornecedor
         01 nValorEntrega PIC 9(7)V99 VALUE ZEROS.
         01 sFornecedor   PIC X(10)   VALUE SPACES.
         01 sOrigem       PIC X       VALUE "C".
         01 sVencimento   PIC X(19)   VALUE SPACES.
       PROCEDURE DIVISION.
         DISPLAY "-- Receber Pedido de Compra --"
         move "Numero do pedido de compra: " to sRotulo
         move sPedido to nPedido

         move ZEROS to nLinhas
         move ZEROS to nValorEntrega
         move ZEROS to g-enc-reservadas
         move SPACES to sFornecedor
         call "retDataHora"
      *  reabre tfPedCompra para varrer desde o inicio do arquivo
         CLOSE tfPedCompra
             move nQtdReceb to tPedCompra-qtdrecebida
             move "R" to tPedCompra-situacao
             REWRITE regPedCompra
             move tPedCompra-fornecedor to sFornecedor
             if nQtdReceb > ZEROS then
      *        custo unitario pago, guardado com o livro como ultimo
      *        custo e custo medio ponderado (Requisito 034)
                       WITH NO ADVANCING
               move ZEROS to nCustoUnit
               ACCEPT nCustoUnit
               COMPUTE nValorEntrega =
                   nValorEntrega + (nQtdReceb * nCustoUnit)
               call "atualizaCusto" using tPedCompra-isbn,
                                          nQtdReceb, nCustoUnit
               move tPedCompra-isbn to tLivro-isbn
                 NOT INVALID KEY
                   ADD nQtdReceb TO tLivro-qtdestoque
                   REWRITE regLivro
                   move tLivro-isbn to g-kardex-isbn
                   move "RC" to g-kardex-tipo
                   move nQtdReceb to g-kardex-entrada
                   move ZEROS to g-kardex-saida
                   move tLivro-qtdestoque to g-kardex-saldo
                   move nPedido to g-kardex-documento
                   call "lancaKardex"
      *            mesmo formato de trilha gravado por escreveArq
      *            (Requisito 012)
                   OPEN EXTEND tfAuditoria
                   END-STRING
                   WRITE regAuditoria
                   CLOSE tfAuditoria
      *            exemplares separados para as encomendas do ISBN
                   call "reservaEncomenda" using tPedCompra-isbn,
                                                 nQtdReceb
                   call "retDataHora"
               END-READ
             end-if
           END-IF
         else
           DISPLAY nLinhas " linha(s) recebida(s) e conferida(s)."
         end-if
      *  a entrega vira um titulo a pagar ao fornecedor do pedido
         if nValorEntrega > ZEROS then
           DISPLAY "Valor da entrega a pagar ao fornecedor: R$ "
                   nValorEntrega
           move "Vencimento da fatura (dd/mm/yyyy): " to sRotulo
           call "validaDataHora" using sRotulo, sVencimento, g-true
           move g-validaDataHora to sVencimento
           move "C" to sOrigem
           call "lancaContaPagar" using sFornecedor, sOrigem,
                                        nPedido, nValorEntrega,
                                        sVencimento
         end-if
      *  encomendas reservadas nesta entrega: lista de retirada com
      *  o telefone de cada cliente para o aviso
         if g-enc-reservadas > ZEROS then
           DISPLAY g-enc-reservadas " encomenda(s) reservada(s) nesta"
                   " entrega."
           call "relatorioRetirada"
         else
           ACCEPT g-tecla-return
         end-if.
       END PROGRAM receberPedidoCompra.
      *-------------------------------------------------------------
      * Administracao de contas de usuario (Requisito 023),
         01 nIntIni         PIC 9(7).
         01 nIntFim         PIC 9(7).
         01 nIntVenda       PIC 9(7).
      *  vigencia de revisao de preco do titulo (precohist.dat)
         01 nIntRevisao     PIC 9(7).
         01 nPrecoVenda     PIC 9(7)V99  VALUE ZEROS.
         01 nQtdExemplares  PIC 9(3)     VALUE ZEROS.
         01 i               PIC 9(5)     VALUE ZEROS.
           move nMargemTitulo to sMargemEd
           DISPLAY tb-mrg-isbn(i) " " tb-mrg-qtd(i) " "
                   tb-mrg-receita(i) " " nCustoTitulo " " sMargemEd
      *    revisoes de preco aplicadas no periodo explicam a
      *    variacao da margem do titulo
           OPEN INPUT tfPrecoHist
           if ws-fs-tfPrecoHist = "00" then
             READ tfPrecoHist
               AT END MOVE HIGH-VALUES TO regPrecoHist
             END-READ
             PERFORM UNTIL regPrecoHist = HIGH-VALUES
               IF tPreco-isbn = tb-mrg-isbn(i) AND
                  tPreco-situacao = "A" THEN
                 COMPUTE nDataAAAAMMDD =
                   (FUNCTION NUMVAL(tPreco-dtvigencia(7:4)) * 10000)
                   + (FUNCTION NUMVAL(tPreco-dtvigencia(4:2)) * 100)
                   + FUNCTION NUMVAL(tPreco-dtvigencia(1:2))
                 COMPUTE nIntRevisao =
                     FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
                 IF (nIntRevisao >= nIntIni) AND
                    (nIntRevisao <= nIntFim) THEN
                   DISPLAY "   preco revisto em " tPreco-dtvigencia
                           ": " tPreco-precoant " -> "
                           tPreco-preconovo
                 END-IF
               END-IF
               READ tfPrecoHist
                 AT END MOVE HIGH-VALUES TO regPrecoHist
               END-READ
             END-PERFORM
             CLOSE tfPrecoHist
           end-if
           ADD tb-mrg-receita(i) TO nTotReceita
           ADD nCustoTitulo TO nTotCusto
           ADD nMargemTitulo TO nTotMargem
         01 nDivergencias PIC 9(3)  VALUE ZEROS.
         01 j             PIC 9(2)  VALUE ZEROS.
         01 k             PIC 9(2)  VALUE ZEROS.
         01 nQtdArqBkp    PIC 9(2)  VALUE 43.
      *  relacao de todos os arquivos administrados pela sessao:
      *  "I" mestres indexados (copiados pelos FDs), "S" arquivos
      *  texto sequenciais, contadores e logs (copiados linha a
            05 FILLER PIC X(17) VALUE "promocao.dat    I".
            05 FILLER PIC X(17) VALUE "valetroca.dat   I".
            05 FILLER PIC X(17) VALUE "custolivro.dat  I".
            05 FILLER PIC X(17) VALUE "comissao.dat    I".
            05 FILLER PIC X(17) VALUE "livroass.dat    S".
            05 FILLER PIC X(17) VALUE "livroaut.dat    S".
            05 FILLER PIC X(17) VALUE "venda.dat       I".
            05 FILLER PIC X(17) VALUE "orcamento.dat   S".
            05 FILLER PIC X(17) VALUE "numorc.dat      S".
            05 FILLER PIC X(17) VALUE "consignacao.dat S".
            05 FILLER PIC X(17) VALUE "contapagar.dat  S".
            05 FILLER PIC X(17) VALUE "numpagar.dat    S".
            05 FILLER PIC X(17) VALUE "pagamento.dat   S".
            05 FILLER PIC X(17) VALUE "kardex.dat      S".
            05 FILLER PIC X(17) VALUE "estorno.dat     S".
            05 FILLER PIC X(17) VALUE "fechamento.dat  S".
            05 FILLER PIC X(17) VALUE "precohist.dat   S".
            05 FILLER PIC X(17) VALUE "fiscal.txt      S".
            05 FILLER PIC X(17) VALUE "encomenda.dat   S".
            05 FILLER PIC X(17) VALUE "numencomenda.datS".
            05 FILLER PIC X(17) VALUE "checkpoint.log  S".
            05 FILLER PIC X(17) VALUE "lotediario.log  S".
            05 FILLER PIC X(17) VALUE "auditoria.log   S".
         01 tb-bkp REDEFINES tb-bkp-val.
            05 tb-bkp-item OCCURS 43 TIMES.
               10 tb-bkp-nome PIC X(16).
               10 tb-bkp-tipo PIC X.
       PROCEDURE DIVISION.
         DISPLAY "-- Backup / Restauracao de Dados --"
      *  o fim do dia sem operador so faz o backup
         if g-lote = "S" then
           move "B" to sOpcao
         else
           DISPLAY "(B)ackup ou (R)estaurar?: " WITH NO ADVANCING
           ACCEPT sOpcao
         end-if
         EVALUATE TRUE
           WHEN sOpcao = "B" or sOpcao = "b"
             PERFORM faz-backup
           WHEN OTHER
             DISPLAY MSG-ERRO
         END-EVALUATE
         if g-lote not = "S" then
           ACCEPT g-tecla-return
         end-if
         GOBACK.

      *-------------------------------------------------------------
      * Copia cada arquivo da relacao para o conjunto datado de hoje
      * (no fim do dia sem operador, da data do movimento) e grava o
      * manifesto com a contagem por arquivo. Arquivo de backup que
      * nao pode ser criado devolve g-lote-erro "S".
      *-------------------------------------------------------------
       faz-backup.
         move "N" to g-lote-erro
         call "retDataHora"
         move SPACES to sSetId
         if g-lote = "S" then
           STRING g-lote-data(7:4) DELIMITED BY SIZE
                  g-lote-data(4:2) DELIMITED BY SIZE
                  g-lote-data(1:2) DELIMITED BY SIZE
             INTO sSetId
           END-STRING
         else
           STRING g-retdatahora(7:4) DELIMITED BY SIZE
                  g-retdatahora(4:2) DELIMITED BY SIZE
                  g-retdatahora(1:2) DELIMITED BY SIZE
             INTO sSetId
           END-STRING
         end-if
         call "fechaArqs"
         move SPACES to sNomeMan
         STRING "bkp" DELIMITED BY SIZE
           INTO sNomeMan
         END-STRING
         OPEN OUTPUT tfBkpMan
         if ws-fs-bkpman not = "00" then
           DISPLAY sNomeMan " - erro ao criar, status " ws-fs-bkpman
           move "S" to g-lote-erro
         end-if
         PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdArqBkp
           move tb-bkp-nome(j) to sNomeVivo
           move SPACES to sNomeBkp
           END-STRING
           move ZEROS to nRegs
           OPEN OUTPUT tfBkpDado
           if ws-fs-bkpdado not = "00" then
             DISPLAY sNomeBkp " - erro ao criar, status "
                     ws-fs-bkpdado
             move "S" to g-lote-erro
           end-if
           if tb-bkp-tipo(j) = "I" then
             PERFORM copia-indexado
           else
         END-PERFORM
         CLOSE tfBkpMan
         call "abrecriaArqs" using g-true
         if g-lote-erro = "S" then
           DISPLAY "Backup do conjunto " sSetId " INCOMPLETO - "
                   "confira o disco e refaca!"
         else
           DISPLAY "Backup do conjunto " sSetId " concluido."
         end-if

      *-------------------------------------------------------------
      * Regrava os arquivos a partir do conjunto escolhido, conferindo
               END-PERFORM
               CLOSE tfCusto
             end-if
           WHEN "comissao.dat"
             OPEN INPUT tfComissao
             if ws-fs-tfComissao = "00" then
               READ tfComissao NEXT RECORD
                 AT END MOVE HIGH-VALUES TO regComissao
               END-READ
               PERFORM UNTIL regComissao = HIGH-VALUES
                 WRITE regBkpDado FROM regComissao
                 add 1 to nRegs
                 READ tfComissao NEXT RECORD
                   AT END MOVE HIGH-VALUES TO regComissao
                 END-READ
               END-PERFORM
               CLOSE tfComissao
             end-if
         END-EVALUATE.

      *-------------------------------------------------------------
               END-READ
             END-PERFORM
             CLOSE tfCusto
           WHEN "comissao.dat"
             OPEN OUTPUT tfComissao
             READ tfBkpDado
               AT END MOVE HIGH-VALUES TO regBkpDado
             END-READ
             PERFORM UNTIL regBkpDado = HIGH-VALUES
               WRITE regComissao FROM regBkpDado
               add 1 to nRegs
               READ tfBkpDado
                 AT END MOVE HIGH-VALUES TO regBkpDado
               END-READ
             END-PERFORM
             CLOSE tfComissao
         END-EVALUATE.
       END PROGRAM backupRestaura.
      *-------------------------------------------------------------
      *     01-01 tipo, 02-11 data, 12-12 forma pagto, 13-17
      *     quantidade de linhas, 18-29 valor 9(9).99
      * Estornos saem com a data da venda original, que e a unica
      * data guardada na linha cancelada - menos o estorno de venda
      * de mes ja fechado lancado como ajuste (estorno.dat,
      * tEstorno-ajuste "S"): a venda continua "V" no seu periodo,
      * ja entregue ao contador, e o ajuste sai como "E" na data do
      * estorno, no periodo em que foi lancado.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportaDiario IS COMMON PROGRAM.
       FILE-CONTROL.
         SELECT tfDiario ASSIGN TO "diario.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfDiario.
       DATA DIVISION.
       FILE SECTION.
         FD tfDiario.
         01 regDiario PIC X(80).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfDiario PIC XX VALUE "00".
         01 sRotulo       PIC X(255).
         01 sDataIni      PIC X(19).
         01 sDataFim      PIC X(19).
         01 nIntVenda     PIC 9(7).
         01 nVendas       PIC 9(7) VALUE ZEROS.
         01 nEstornos     PIC 9(7) VALUE ZEROS.
         01 nIntEstorno   PIC 9(7).
         01 i             PIC 9(5) VALUE ZEROS.
         01 bAchouTb      PIC 9    VALUE ZERO.
         01 linhaDiarioV.
            05 ldv-tipo       PIC X.
              10 tb-tot-fp    PIC X       VALUE SPACES.
              10 tb-tot-qtd   PIC 9(5)    VALUE ZEROS.
              10 tb-tot-valor PIC 9(9)V99 VALUE ZEROS.
      *  estornos lancados como ajuste de mes ja fechado (estorno.dat,
      *  tEstorno-ajuste "S"): a linha cancelada continua venda no
      *  proprio periodo e o estorno vale na data em que foi feito
         01 nQtdAju         PIC 9(5)     VALUE ZEROS.
         01 bAjuste         PIC 9        VALUE ZERO.
         01 tb-aju.
           05 tb-aju-item OCCURS 1000 TIMES.
              10 tb-aju-dthrvenda  PIC X(19)   VALUE SPACES.
              10 tb-aju-cpf        PIC X(14)   VALUE SPACES.
              10 tb-aju-isbn       PIC X(13)   VALUE SPACES.
              10 tb-aju-dtestorno  PIC X(10)   VALUE SPACES.
              10 tb-aju-numpedido  PIC 9(7)    VALUE ZEROS.
              10 tb-aju-opvenda    PIC X(10)   VALUE SPACES.
              10 tb-aju-qtd        PIC 9(3)    VALUE ZEROS.
              10 tb-aju-valor      PIC 9(7)V99 VALUE ZEROS.
              10 tb-aju-formapagto PIC X       VALUE SPACES.
       PROCEDURE DIVISION.
         DISPLAY "-- Exportar Diario de Vendas (diario.txt) --"
         DISPLAY "Layout fixo do arquivo:"
                 "valor, 71 fpgto"
         DISPLAY " T..: 01 tipo, 02-11 data, 12 fpgto, 13-17 qtd, "
                 "18-29 valor"
      *  no fim do dia sem operador o periodo e a data do movimento
         if g-lote = "S" then
           move g-lote-data to sDataIni, sDataFim
         else
           move "Data inicial (dd/mm/aaaa): " to sRotulo
           call "validaDataHora" using sRotulo, sDataIni, g-true
           move g-validaDataHora to sDataIni
           move "Data final (dd/mm/aaaa)..: " to sRotulo
           call "validaDataHora" using sRotulo, sDataFim, g-true
           move g-validaDataHora to sDataFim
         end-if
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataIni(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataIni(4:2)) * 100) +
         COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

         move ZEROS to nVendas, nEstornos, nQtdTot
         PERFORM carrega-ajustes
         OPEN OUTPUT tfDiario
         if ws-fs-tfDiario not = "00" then
           DISPLAY "Erro ao criar diario.txt - status "
                   ws-fs-tfDiario
           move "S" to g-lote-erro
           if g-lote not = "S" then
             ACCEPT g-tecla-return
           end-if
           GOBACK
         end-if
      *  varre venda.dat desde o inicio (mesma tecnica de
      *  relatorioVendas)
         CLOSE tfVenda
           COMPUTE nIntVenda =
               FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
           IF (nIntVenda >= nIntIni) AND (nIntVenda <= nIntFim) THEN
             move g-true to bAjuste
             if tVenda-cancelada = "S" then
               PERFORM verifica-ajuste
             end-if
             if bAjuste = g-false then
               move "E" to ldv-tipo
               add 1 to nEstornos
             else
             move tVenda-formapagto to ldv-formapagto
             WRITE regDiario FROM linhaDiarioV

             if bAjuste = g-true then
               move g-false to bAchouTb
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdTot
                 IF tb-tot-dia(i) = tVenda-dthrvenda(1:10) AND
           move tb-tot-valor(i) to ldt-valor
           WRITE regDiario FROM linhaDiarioT
         END-PERFORM
         PERFORM grava-ajustes
         CLOSE tfDiario
         DISPLAY "Exportadas " nVendas " venda(s), " nEstornos
                 " estorno(s) e " nQtdTot " total(is) em diario.txt"
         if g-lote not = "S" then
           ACCEPT g-tecla-return
         end-if
         GOBACK.

      *-------------------------------------------------------------
      * Carrega de estorno.dat os estornos lancados como ajuste de
      * mes fechado (mesma leitura de fecharMes apura-estornos).
      *-------------------------------------------------------------
       carrega-ajustes.
         move ZEROS to nQtdAju
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             IF tEstorno-ajuste = "S" AND nQtdAju < 1000 THEN
               add 1 to nQtdAju
               move tEstorno-dthrvenda to tb-aju-dthrvenda(nQtdAju)
               move tEstorno-cpf to tb-aju-cpf(nQtdAju)
               move tEstorno-isbn to tb-aju-isbn(nQtdAju)
               move tEstorno-dthrestorno(1:10)
                 to tb-aju-dtestorno(nQtdAju)
               move tEstorno-numpedido to tb-aju-numpedido(nQtdAju)
               move tEstorno-opvenda to tb-aju-opvenda(nQtdAju)
               move tEstorno-qtd to tb-aju-qtd(nQtdAju)
               move tEstorno-valor to tb-aju-valor(nQtdAju)
               move tEstorno-formapagto
                 to tb-aju-formapagto(nQtdAju)
             END-IF
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if.

      *-------------------------------------------------------------
      * Diz se a linha cancelada corrente de regVenda foi estornada
      * como ajuste de mes fechado (bAjuste).
      *-------------------------------------------------------------
       verifica-ajuste.
         move g-false to bAjuste
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdAju
           IF tb-aju-dthrvenda(i) = tVenda-dthrvenda AND
              tb-aju-cpf(i) = tVenda-cpf AND
              tb-aju-isbn(i) = tVenda-isbn THEN
             move g-true to bAjuste
           END-IF
         END-PERFORM.

      *-------------------------------------------------------------
      * Linhas "E" dos ajustes lancados no periodo, datadas no dia
      * do estorno.
      *-------------------------------------------------------------
       grava-ajustes.
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdAju
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(tb-aju-dtestorno(i)(7:4)) * 10000) +
               (FUNCTION NUMVAL(tb-aju-dtestorno(i)(4:2)) * 100) +
                FUNCTION NUMVAL(tb-aju-dtestorno(i)(1:2))
           COMPUTE nIntEstorno =
               FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
           IF (nIntEstorno >= nIntIni) AND (nIntEstorno <= nIntFim)
           THEN
             move "E" to ldv-tipo
             move tb-aju-dtestorno(i) to ldv-data
             move tb-aju-numpedido(i) to ldv-numpedido
             move tb-aju-opvenda(i) to ldv-operador
             move tb-aju-cpf(i) to ldv-cpf
             move tb-aju-isbn(i) to ldv-isbn
             move tb-aju-qtd(i) to ldv-qtd
             move tb-aju-valor(i) to ldv-valor
             move tb-aju-formapagto(i) to ldv-formapagto
             WRITE regDiario FROM linhaDiarioV
             add 1 to nEstornos
           END-IF
         END-PERFORM.
       END PROGRAM exportaDiario.
      *-------------------------------------------------------------
      * Entrega o proximo numero sequencial de orcamento (Requisito
      * 038), mantido no arquivo de controle numorc.dat - mesma
      * tecnica de proximoNumPedido.
      * retorna - g-numorcamento
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. proximoNumOrcamento IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfNumOrc ASSIGN TO "numorc.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfNumOrc.
       DATA DIVISION.
       FILE SECTION.
         FD tfNumOrc.
         01 regNumOrc PIC 9(7).
       WORKING-STORAGE SECTION.
         01 nParcStatus PIC S9(7) VALUE ZEROS.
         01 nParcCont   PIC 9(2)  VALUE ZEROS.
         01 nQtdConv    PIC 9(3)  VALUE ZEROS.
      *  estoque livre das reservas de encomenda de outros clientes
      *  e sinal de encomenda do proprio cliente abatido da linha,
      *  como na venda
         01 nQtdLivre   PIC 9(7)  VALUE ZEROS.
         01 nPrecoLinha PIC 9(7)V99 VALUE ZEROS.
         01 nSinalLinha PIC 9(7)V99 VALUE ZEROS.
         01 sPrecoLinha PIC Z(6)9.99 VALUE ZEROS.
         01 tb-conv.
           05 tb-conv-item OCCURS 50 TIMES.
              10 tb-conv-isbn  PIC X(13) VALUE SPACES.
                           " nao cadastrado, linha pulada!"
                 NOT INVALID KEY
                   move tLivro-qtdestoque to nQtdEstoque
      *            exemplares reservados para encomendas de outros
      *            clientes nao podem ser vendidos
                   call "encomendaVenda" using by content "C",
                        by content tb-conv-isbn(i),
                        by content sCpf,
                        by content tb-conv-qtd(i),
                        by content sDtHr
                   move ZEROS to nQtdLivre
                   if nQtdEstoque > g-enc-outros then
                     COMPUTE nQtdLivre = nQtdEstoque - g-enc-outros
                   end-if
                   if nQtdLivre < tb-conv-qtd(i) then
                     add 1 to nPuladas
                     DISPLAY MSG-SEMESTOQUE
                     DISPLAY "ISBN " tb-conv-isbn(i)
                             " - estoque " nQtdEstoque
                             ", reservado para encomendas "
                             g-enc-outros ", linha pulada!"
                   else
      *              o numero de linha sai ANTES da baixa de
      *              estoque: se o contador estiver preso
                     subtract tb-conv-qtd(i) from nQtdEstoque
                     move nQtdEstoque to tLivro-qtdestoque
                     REWRITE regLivro
                     move tLivro-isbn to g-kardex-isbn
                     move "OC" to g-kardex-tipo
                     move ZEROS to g-kardex-entrada
                     move tb-conv-qtd(i) to g-kardex-saida
                     move tLivro-qtdestoque to g-kardex-saldo
                     move g-numpedido to g-kardex-documento
                     call "lancaKardex"
                     move sDtHr to tVenda-dthrvenda
                     move sCpf to tVenda-cpf
                     move tb-conv-isbn(i) to tVenda-isbn
                     move tb-conv-preco(i) to tVenda-precovenda
      *              retirada de encomenda: o sinal ja pago entra
      *              como parte do pagamento da linha
                     move ZEROS to nSinalLinha
                     if g-enc-sinal > ZEROS then
                       move FUNCTION NUMVAL(tb-conv-preco(i))
                         to nPrecoLinha
                       move g-enc-sinal to nSinalLinha
                       if nSinalLinha > nPrecoLinha then
                         move nPrecoLinha to nSinalLinha
                       end-if
                       subtract nSinalLinha from nPrecoLinha
                       DISPLAY "Sinal da encomenda abatido: R$ "
                               nSinalLinha
                       move nPrecoLinha to sPrecoLinha
                       move sPrecoLinha to tVenda-precovenda
                     end-if
                     move "N" to tVenda-cancelada
                     move g-venda-formapagto to tVenda-formapagto
                     move g-venda-qtdparcelas to tVenda-qtdparcelas
                     WRITE regVenda
                       INVALID KEY
                         DISPLAY "Erro ao gravar a venda!"
                       NOT INVALID KEY
                         if g-enc-qtdcliente > ZEROS then
                           move nSinalLinha to g-enc-sinalabat
                           call "encomendaVenda" using
                                by content "E",
                                by content tb-conv-isbn(i),
                                by content sCpf,
                                by content tb-conv-qtd(i),
                                by content sDtHr
                         end-if
                     END-WRITE
                     move "S" to tb-conv-grav(i)
                     add 1 to nGravadas
               call "creditarPontosVenda" using sCpf
               call "emitirCupom" using by content sDtHr
                                        by content sCpf
               call "exportaFiscal" using by content sDtHr
                                          by content sCpf
             end-if
             DISPLAY "Conversao: " nGravadas " linha(s) vendida(s),"
                     " " nPuladas " pulada(s)."
      * venda.dat por tVenda-cpf). Os selecionados saem na tela e em
      * mailing.txt com nome, email, telefone e o endereco resolvido
      * por tCliente-codendereco em endereco.dat. Filtro em branco
      * (ou mes 00) nao restringe. Cliente sem consentimento de
      * marketing (tCliente-consente) nunca e selecionado.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. extratoMarketing IS COMMON PROGRAM.
         END-READ
         PERFORM UNTIL regCliente = HIGH-VALUES
           move g-true to bSeleciona
           if tCliente-consente not = "S" then
             move g-false to bSeleciona
           end-if
           if sMesAniv not = SPACES and sMesAniv not = "00" then
             if tCliente-dtnascimento(4:2) not = sMesAniv then
               move g-false to bSeleciona
                       DISPLAY MSG-REGEMUSO
                       DISPLAY "Estoque NAO somado - ajustar "
                               "depois!"
                     else
                       move tLivro-isbn to g-kardex-isbn
                       move "CE" to g-kardex-tipo
                       move nQtd to g-kardex-entrada
                       move ZEROS to g-kardex-saida
                       move tLivro-qtdestoque to g-kardex-saldo
                       move ZEROS to g-kardex-documento
                       call "lancaKardex"
                     end-if
                     add 1 to nLinhas
      *              mesmo formato de trilha gravado por escreveArq
           05 tb-for-item OCCURS 50 TIMES.
              10 tb-for-codigo PIC X(10)   VALUE SPACES.
              10 tb-for-valor  PIC 9(9)V99 VALUE ZEROS.
      *  cada fornecedor com valor devido na rodada ganha um titulo
      *  a pagar com o vencimento informado
         01 sVencimento   PIC X(19)   VALUE SPACES.
         01 sOrigem       PIC X       VALUE "G".
         01 nDocumento    PIC 9(7)    VALUE ZEROS.
         01 nValorTitulo  PIC 9(7)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Acerto de Consignação --"
         DISPLAY "As vendas de cada ISBN contam desde a entrada da"
         CLOSE tfAcerto
         if nRemessas = ZEROS then
           DISPLAY "Nenhum exemplar consignado a acertar."
         else
      *    o devido de cada fornecedor vira um titulo a pagar
           move "Vencimento dos titulos do acerto (dd/mm/yyyy): "
             to sRotulo
           call "validaDataHora" using sRotulo, sVencimento, g-true
           move g-validaDataHora to sVencimento
           move "G" to sOrigem
           move ZEROS to nDocumento
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdFor
             if tb-for-valor(j) > ZEROS then
               move tb-for-valor(j) to nValorTitulo
               call "lancaContaPagar" using tb-for-codigo(j),
                                            sOrigem, nDocumento,
                                            nValorTitulo, sVencimento
             end-if
           END-PERFORM
         end-if
         DISPLAY "Extrato gravado em acerto.lst"
         ACCEPT g-tecla-return.
                 if ws-fs-tfLivro = "99" then
                   DISPLAY MSG-REGEMUSO
                   DISPLAY "Estoque NAO baixado - ajustar depois!"
                 else
                   move tLivro-isbn to g-kardex-isbn
                   move "CD" to g-kardex-tipo
                   move ZEROS to g-kardex-entrada
                   move nDevolvidos to g-kardex-saida
                   move tLivro-qtdestoque to g-kardex-saldo
                   move ZEROS to g-kardex-documento
                   call "lancaKardex"
                 end-if
                 OPEN EXTEND tfAuditoria
                 move SPACES to regAuditoria
         end-if
         ACCEPT g-tecla-return.
       END PROGRAM devolverConsignacao.
      *-------------------------------------------------------------
      * Entrega o proximo numero sequencial de titulo a pagar,
      * mantido no arquivo de controle numpagar.dat - mesma tecnica
      * de proximoNumCompra.
      * retorna - g-numpagar
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. proximoNumPagar IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfNumPagar ASSIGN TO "numpagar.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfNumPagar.
       DATA DIVISION.
       FILE SECTION.
         FD tfNumPagar.
         01 regNumPagar PIC 9(7).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfNumPagar PIC XX VALUE "00".
         01 nUltimo          PIC 9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
         move ZEROS to nUltimo
         OPEN INPUT tfNumPagar
         if ws-fs-tfNumPagar = "00" then
           READ tfNumPagar
             AT END move ZEROS to nUltimo
             NOT AT END move regNumPagar to nUltimo
           END-READ
           CLOSE tfNumPagar
         end-if
         add 1 to nUltimo
         OPEN OUTPUT tfNumPagar
         move nUltimo to regNumPagar
         WRITE regNumPagar
         CLOSE tfNumPagar
         move nUltimo to g-numpagar.
       END PROGRAM proximoNumPagar.
      *-------------------------------------------------------------
      * Lanca um titulo a pagar em contapagar.dat: o que a loja deve
      * a um fornecedor por uma entrega de pedido de compra
      * (receberPedidoCompra) ou pelo acerto de consignacao
      * (acertoConsignacao). O titulo nasce em aberto e e baixado,
      * total ou parcialmente, por pagarFornecedor. O lancamento
      * entra na trilha de auditoria no formato de escreveArq.
      * sFornecedor - codigo do fornecedor
      * sOrigem - "C" compra, "G" consignacao
      * nDocumento - numero do pedido de compra (zeros = sem numero)
      * nValor - valor devido
      * sVencimento - vencimento dd/mm/yyyy
      * retorna - g-numpagar, o numero do titulo lancado
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancaContaPagar IS COMMON PROGRAM.
       DATA DIVISION.
       LINKAGE SECTION.
         01 sFornecedor PIC X(10).
         01 sOrigem     PIC X.
         01 nDocumento  PIC 9(7).
         01 nValor      PIC 9(7)V99.
         01 sVencimento PIC X(10).
       PROCEDURE DIVISION USING sFornecedor, sOrigem, nDocumento,
                                nValor, sVencimento.
         call "proximoNumPagar"
         call "retDataHora"
         move g-numpagar to tPagar-numero
         move sFornecedor to tPagar-fornecedor
         move sOrigem to tPagar-origem
         move nDocumento to tPagar-documento
         move g-retdatahora(1:10) to tPagar-dtemissao
         move sVencimento to tPagar-dtvencimento
         move nValor to tPagar-valor
         move ZEROS to tPagar-valorpago
         move SPACES to tPagar-dtpagto
         move "A" to tPagar-situacao
      *  inclusao e um acrescimo no fim do arquivo, como a gravacao
      *  de tfPedCompra
         CLOSE tfContaPagar
         OPEN EXTEND tfContaPagar
         WRITE regContaPagar
         CLOSE tfContaPagar
         OPEN I-O tfContaPagar
         OPEN EXTEND tfAuditoria
         move SPACES to regAuditoria
         STRING "tfContaPag" DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-login-usuario DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
                " titulo a pagar " DELIMITED BY SIZE
                g-numpagar DELIMITED BY SIZE
           INTO regAuditoria
         END-STRING
         WRITE regAuditoria
         CLOSE tfAuditoria
         DISPLAY "Titulo a pagar " g-numpagar " lancado: fornecedor "
                 sFornecedor " R$ " nValor " vencimento "
                 sVencimento.
       END PROGRAM lancaContaPagar.
      *-------------------------------------------------------------
      * Pagamento a fornecedor: lista os titulos em aberto do
      * fornecedor e baixa um deles com um pagamento total ou
      * parcial. O titulo so fica pago ("P") quando o acumulado
      * pago alcanca o valor. Cada pagamento e registrado em
      * pagamento.dat com a data e o operador logado, como o
      * recebimento de parcelas em recebido.dat.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pagarFornecedor IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfPagamento ASSIGN TO "pagamento.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         FD tfPagamento.
         01 regPagamento PIC X(80).
       WORKING-STORAGE SECTION.
         01 sRotulo     PIC X(255).
         01 sFornecedor PIC X(10)   VALUE SPACES.
         01 sTitulo     PIC X(7)    VALUE SPACES.
         01 nTitulo     PIC 9(7)    VALUE ZEROS.
         01 sDtPagto    PIC X(19)   VALUE SPACES.
         01 nValorPagar PIC 9(7)V99 VALUE ZEROS.
         01 nSaldo      PIC 9(7)V99 VALUE ZEROS.
         01 nAbertos    PIC 9(5)    VALUE ZEROS.
         01 bBaixou     PIC 9       VALUE ZERO.
         01 sparam      PIC X(255).
       PROCEDURE DIVISION.
         DISPLAY "-- Pagar Fornecedores --"
         DISPLAY "Código do fornecedor: " WITH NO ADVANCING
         ACCEPT sFornecedor
         call "tamReg" using by content opFornecedor
         move "tfFornecedor" to sparam
         call "pesqArqDireto" using sparam, sFornecedor, g-tamReg
         if g-achou-pesqArqDireto not = "S" then
           DISPLAY "Fornecedor não cadastrado!"
         else
           DISPLAY "Fornecedor: " g-pesqArqDireto(11:40)
           move ZEROS to nAbertos
           DISPLAY "Titulo  Orig Documento Emissao    Vencimento"
                   "        Valor       Saldo"
      *    reabre tfContaPagar para varrer desde o inicio do arquivo
           CLOSE tfContaPagar
           OPEN INPUT tfContaPagar
           READ tfContaPagar NEXT RECORD
             AT END MOVE HIGH-VALUES TO regContaPagar
           END-READ
           PERFORM UNTIL regContaPagar = HIGH-VALUES
             IF tPagar-fornecedor = sFornecedor AND
                tPagar-situacao = "A" THEN
               add 1 to nAbertos
               COMPUTE nSaldo = tPagar-valor - tPagar-valorpago
               DISPLAY tPagar-numero " " tPagar-origem "    "
                       tPagar-documento "   " tPagar-dtemissao " "
                       tPagar-dtvencimento " " tPagar-valor " "
                       nSaldo
             END-IF
             READ tfContaPagar NEXT RECORD
               AT END MOVE HIGH-VALUES TO regContaPagar
             END-READ
           END-PERFORM
           CLOSE tfContaPagar
           OPEN I-O tfContaPagar

           IF nAbertos = ZEROS THEN
             DISPLAY "Nenhum titulo em aberto para este fornecedor."
           ELSE
             move "Numero do titulo a pagar: " to sRotulo
             call "validaNumero" using sRotulo, sTitulo
             move g-validaNumero to sTitulo
             move sTitulo to nTitulo
             DISPLAY "Valor pago agora (R$): " WITH NO ADVANCING
             move ZEROS to nValorPagar
             ACCEPT nValorPagar
             move "Data do pagamento (dd/mm/yyyy): " to sRotulo
             call "validaDataHora" using sRotulo, sDtPagto, g-true
             move g-validaDataHora to sDtPagto
      *      mes ja fechado nao recebe lancamento (ver receberParcela)
             call "verificaPeriodo" using sDtPagto
             if g-periodo-fechado = "S" then
               call "retDataHora"
               move g-retdatahora to sDtPagto
               DISPLAY "Data em periodo fechado - pagamento lancado "
                       "em " sDtPagto(1:10)
             end-if

             move g-false to bBaixou
             move ZEROS to nSaldo
             READ tfContaPagar NEXT RECORD
               AT END MOVE HIGH-VALUES TO regContaPagar
             END-READ
             PERFORM UNTIL regContaPagar = HIGH-VALUES
               IF tPagar-numero = nTitulo AND
                  tPagar-fornecedor = sFornecedor AND
                  tPagar-situacao = "A" THEN
                 COMPUTE nSaldo = tPagar-valor - tPagar-valorpago
                 if nValorPagar = ZEROS or nValorPagar > nSaldo then
                   DISPLAY "Valor invalido: o saldo do titulo e R$ "
                           nSaldo
                 else
                   ADD nValorPagar TO tPagar-valorpago
                   move sDtPagto(1:10) to tPagar-dtpagto
                   if tPagar-valorpago >= tPagar-valor then
                     move "P" to tPagar-situacao
                   end-if
                   REWRITE regContaPagar
                   if ws-fs-tfContaPagar = "99" then
                     DISPLAY MSG-REGEMUSO
                   else
                     move g-true to bBaixou
                   end-if
                 end-if
                 MOVE HIGH-VALUES TO regContaPagar
               ELSE
                 READ tfContaPagar NEXT RECORD
                   AT END MOVE HIGH-VALUES TO regContaPagar
                 END-READ
               END-IF
             END-PERFORM
             CLOSE tfContaPagar
             OPEN I-O tfContaPagar

             IF bBaixou = g-false THEN
               DISPLAY "Titulo nao baixado!"
             ELSE
               OPEN EXTEND tfPagamento
               move SPACES to regPagamento
               STRING "titulo " DELIMITED BY SIZE
                      nTitulo DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      sFornecedor DELIMITED BY SIZE
                      " R$ " DELIMITED BY SIZE
                      nValorPagar DELIMITED BY SIZE
                      " pago em " DELIMITED BY SIZE
                      sDtPagto(1:10) DELIMITED BY SIZE
                      " por " DELIMITED BY SIZE
                      g-login-usuario DELIMITED BY SIZE
                 INTO regPagamento
               END-STRING
               WRITE regPagamento
               CLOSE tfPagamento
               COMPUTE nSaldo = nSaldo - nValorPagar
               IF nSaldo = ZEROS THEN
                 DISPLAY "Titulo quitado!"
               ELSE
                 DISPLAY "Pagamento parcial registrado, saldo: R$ "
                         nSaldo
               END-IF
             END-IF
           END-IF
         end-if
         ACCEPT g-tecla-return.
       END PROGRAM pagarFornecedor.
      *-------------------------------------------------------------
      * Relatorio de Contas a Pagar (aging), montado como o
      * relatorioReceber: classifica o saldo de cada titulo em
      * aberto pelo atraso do vencimento (a vencer / ate 30 / 31-60
      * / 61-90 / mais de 90 dias), com totais por fornecedor e
      * total geral - a base do planejamento de caixa.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioPagar IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nDataAAAAMMDD PIC 9(8)    VALUE ZEROS.
         01 nIntHoje      PIC 9(7)    VALUE ZEROS.
         01 nIntVenc      PIC 9(7)    VALUE ZEROS.
         01 nDiasVencido  PIC S9(5)   VALUE ZEROS.
         01 nSaldo        PIC 9(7)V99 VALUE ZEROS.
         01 j             PIC 9(5)    VALUE ZEROS.
         01 nPosFor       PIC 9(5)    VALUE ZEROS.
         01 nQtdFor       PIC 9(5)    VALUE ZEROS.
         01 tb-for.
           05 tb-for-item OCCURS 200 TIMES.
              10 tb-for-codigo  PIC X(10)   VALUE SPACES.
              10 tb-for-avencer PIC 9(9)V99 VALUE ZEROS.
              10 tb-for-ate30   PIC 9(9)V99 VALUE ZEROS.
              10 tb-for-ate60   PIC 9(9)V99 VALUE ZEROS.
              10 tb-for-ate90   PIC 9(9)V99 VALUE ZEROS.
              10 tb-for-mais90  PIC 9(9)V99 VALUE ZEROS.
         01 nTotAVencer   PIC 9(9)V99 VALUE ZEROS.
         01 nTotAte30     PIC 9(9)V99 VALUE ZEROS.
         01 nTotAte60     PIC 9(9)V99 VALUE ZEROS.
         01 nTotAte90     PIC 9(9)V99 VALUE ZEROS.
         01 nTotMais90    PIC 9(9)V99 VALUE ZEROS.
         01 nTotGeral     PIC 9(9)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Relatorio de Contas a Pagar (Aging) --"
         call "retDataHora"
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(g-retdatahora(7:4)) * 10000) +
             (FUNCTION NUMVAL(g-retdatahora(4:2)) * 100) +
              FUNCTION NUMVAL(g-retdatahora(1:2))
         COMPUTE nIntHoje = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

         move ZEROS to nQtdFor
      *  reabre tfContaPagar para varrer desde o inicio do arquivo
         CLOSE tfContaPagar
         OPEN INPUT tfContaPagar
         READ tfContaPagar NEXT RECORD
           AT END MOVE HIGH-VALUES TO regContaPagar
         END-READ
         PERFORM UNTIL regContaPagar = HIGH-VALUES
           IF tPagar-situacao = "A" THEN
             COMPUTE nSaldo = tPagar-valor - tPagar-valorpago
             COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(tPagar-dtvencimento(7:4)) * 10000) +
               (FUNCTION NUMVAL(tPagar-dtvencimento(4:2)) * 100) +
                FUNCTION NUMVAL(tPagar-dtvencimento(1:2))
             COMPUTE nIntVenc =
                 FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
             COMPUTE nDiasVencido = nIntHoje - nIntVenc

             move ZEROS to nPosFor
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdFor
               IF tb-for-codigo(j) = tPagar-fornecedor THEN
                 move j to nPosFor
               END-IF
             END-PERFORM
             IF nPosFor = ZEROS AND nQtdFor < 200 THEN
               ADD 1 TO nQtdFor
               move tPagar-fornecedor to tb-for-codigo(nQtdFor)
               move nQtdFor to nPosFor
             END-IF
             IF nPosFor > ZEROS THEN
               EVALUATE TRUE
                 WHEN nDiasVencido <= 0
                   ADD nSaldo TO tb-for-avencer(nPosFor)
                   ADD nSaldo TO nTotAVencer
                 WHEN nDiasVencido <= 30
                   ADD nSaldo TO tb-for-ate30(nPosFor)
                   ADD nSaldo TO nTotAte30
                 WHEN nDiasVencido <= 60
                   ADD nSaldo TO tb-for-ate60(nPosFor)
                   ADD nSaldo TO nTotAte60
                 WHEN nDiasVencido <= 90
                   ADD nSaldo TO tb-for-ate90(nPosFor)
                   ADD nSaldo TO nTotAte90
                 WHEN OTHER
                   ADD nSaldo TO tb-for-mais90(nPosFor)
                   ADD nSaldo TO nTotMais90
               END-EVALUATE
               ADD nSaldo TO nTotGeral
             END-IF
           END-IF
           READ tfContaPagar NEXT RECORD
             AT END MOVE HIGH-VALUES TO regContaPagar
           END-READ
         END-PERFORM
         CLOSE tfContaPagar
         OPEN I-O tfContaPagar

         DISPLAY " "
         DISPLAY "Fornecedor    A vencer      Ate 30d       31-60d"
                 "       61-90d         +90d"
         PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdFor
           DISPLAY tb-for-codigo(j) " " tb-for-avencer(j) " "
                   tb-for-ate30(j) " " tb-for-ate60(j) " "
                   tb-for-ate90(j) " " tb-for-mais90(j)
         END-PERFORM
         IF nQtdFor = ZEROS THEN
           DISPLAY "Nenhum titulo em aberto."
         ELSE
           DISPLAY "Totais:    " nTotAVencer " " nTotAte30 " "
                   nTotAte60 " " nTotAte90 " " nTotMais90
           DISPLAY "Total geral a pagar: R$ " nTotGeral
         END-IF
         ACCEPT g-tecla-return.
       END PROGRAM relatorioPagar.
      *-------------------------------------------------------------
      * Grava um movimento de estoque no kardex (kardex.dat) com
      * data/hora e operador logado, a partir de g-kardex. Chamado
      * por toda rotina que altera tLivro-qtdestoque, logo depois
      * de regravar a ficha do livro.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancaKardex IS COMMON PROGRAM.
       PROCEDURE DIVISION.
         call "retDataHora"
         move g-kardex-isbn to tKardex-isbn
         move g-retdatahora to tKardex-datahora
         move g-kardex-tipo to tKardex-tipo
         move g-kardex-entrada to tKardex-entrada
         move g-kardex-saida to tKardex-saida
         move g-kardex-saldo to tKardex-saldo
         move g-login-usuario to tKardex-operador
         move g-kardex-documento to tKardex-documento
         OPEN EXTEND tfKardex
         if ws-fs-tfKardex = "35" then
           OPEN OUTPUT tfKardex
         end-if
         WRITE regKardex
         CLOSE tfKardex
         move SPACES to g-kardex-tipo
         move ZEROS to g-kardex-documento.
       END PROGRAM lancaKardex.
      *-------------------------------------------------------------
      * Kardex de um livro: movimentos de estoque do ISBN num
      * intervalo de datas, com o saldo anterior ao intervalo, as
      * entradas e saidas de cada movimento e o saldo final,
      * comparado com o tLivro-qtdestoque atual.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioKardex IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sRotulo       PIC X(255).
         01 sIsbn         PIC X(13)  VALUE SPACES.
         01 sDataIni      PIC X(19)  VALUE SPACES.
         01 sDataFim      PIC X(19)  VALUE SPACES.
         01 nDataAAAAMMDD PIC 9(8)   VALUE ZEROS.
         01 nIntIni       PIC 9(7)   VALUE ZEROS.
         01 nIntFim       PIC 9(7)   VALUE ZEROS.
         01 nIntMov       PIC 9(7)   VALUE ZEROS.
         01 nSaldoAnt     PIC S9(10) VALUE ZEROS.
         01 nSaldoFinal   PIC S9(10) VALUE ZEROS.
         01 nTotEntrada   PIC 9(9)   VALUE ZEROS.
         01 nTotSaida     PIC 9(9)   VALUE ZEROS.
         01 nMovimentos   PIC 9(5)   VALUE ZEROS.
         01 bTemAnterior  PIC 9      VALUE ZERO.
         01 sTitulo       PIC X(50)  VALUE SPACES.
         01 nQtdAtual     PIC 9(10)  VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Kardex do Livro --"
         DISPLAY "ISBN do livro: " WITH NO ADVANCING
         ACCEPT sIsbn
         move sIsbn to tLivro-isbn
         READ tfLivro
           INVALID KEY
             DISPLAY "Livro nao cadastrado!"
             ACCEPT g-tecla-return
             GOBACK
           NOT INVALID KEY
             move tLivro-titulo to sTitulo
             move tLivro-qtdestoque to nQtdAtual
         END-READ
         move "Data inicial (dd/mm/yyyy): " to sRotulo
         call "validaDataHora" using sRotulo, sDataIni, g-true
         move g-validaDataHora to sDataIni
         move "Data final (dd/mm/yyyy): " to sRotulo
         call "validaDataHora" using sRotulo, sDataFim, g-true
         move g-validaDataHora to sDataFim
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataIni(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataIni(4:2)) * 100) +
              FUNCTION NUMVAL(sDataIni(1:2))
         COMPUTE nIntIni = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataFim(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataFim(4:2)) * 100) +
              FUNCTION NUMVAL(sDataFim(1:2))
         COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

         DISPLAY "Livro: " sIsbn " " sTitulo
         move ZEROS to nSaldoAnt, nSaldoFinal, nTotEntrada,
                       nTotSaida, nMovimentos
         move g-false to bTemAnterior
         OPEN INPUT tfKardex
         if ws-fs-tfKardex not = "00" then
           DISPLAY "Nenhum movimento registrado no kardex."
           ACCEPT g-tecla-return
           GOBACK
         end-if
         DISPLAY "Data/Hora           Tp  Entrada   Saida      Saldo"
                 " Operador   Documento"
         READ tfKardex
           AT END MOVE HIGH-VALUES TO regKardex
         END-READ
         PERFORM UNTIL regKardex = HIGH-VALUES
           IF tKardex-isbn = sIsbn THEN
             COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(tKardex-datahora(7:4)) * 10000) +
               (FUNCTION NUMVAL(tKardex-datahora(4:2)) * 100) +
                FUNCTION NUMVAL(tKardex-datahora(1:2))
             COMPUTE nIntMov = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
             EVALUATE TRUE
               WHEN nIntMov < nIntIni
                 move tKardex-saldo to nSaldoAnt
                 move g-true to bTemAnterior
               WHEN nIntMov <= nIntFim
      *          sem movimento anterior ao intervalo, o saldo
      *          anterior sai do proprio primeiro movimento
                 if nMovimentos = ZEROS and
                    bTemAnterior = g-false then
                   COMPUTE nSaldoAnt = tKardex-saldo -
                       tKardex-entrada + tKardex-saida
                 end-if
                 add 1 to nMovimentos
                 add tKardex-entrada to nTotEntrada
                 add tKardex-saida to nTotSaida
                 DISPLAY tKardex-datahora " " tKardex-tipo "  "
                         tKardex-entrada " " tKardex-saida " "
                         tKardex-saldo " " tKardex-operador " "
                         tKardex-documento
             END-EVALUATE
           END-IF
           READ tfKardex
             AT END MOVE HIGH-VALUES TO regKardex
           END-READ
         END-PERFORM
         CLOSE tfKardex
         COMPUTE nSaldoFinal = nSaldoAnt + nTotEntrada - nTotSaida
         IF nMovimentos = ZEROS THEN
           DISPLAY "Nenhum movimento no intervalo."
         END-IF
         DISPLAY "Saldo anterior: " nSaldoAnt
         DISPLAY "Entradas: " nTotEntrada "  Saidas: " nTotSaida
         DISPLAY "Saldo final do intervalo: " nSaldoFinal
         DISPLAY "Estoque atual do livro: " nQtdAtual
         ACCEPT g-tecla-return.
       END PROGRAM relatorioKardex.
      *-------------------------------------------------------------
      * Conferencia do kardex contra o estoque: refaz, ISBN a ISBN,
      * o saldo a partir dos movimentos do kardex (o saldo antes do
      * primeiro movimento e o que o proprio movimento indica) e
      * aponta os livros cujo saldo refeito nao bate com
      * tLivro-qtdestoque - sinal de alteracao de estoque feita
      * fora das rotinas que lancam no kardex.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conferirKardex IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 j             PIC 9(5)   VALUE ZEROS.
         01 nPos          PIC 9(5)   VALUE ZEROS.
         01 nQtdKdx       PIC 9(5)   VALUE ZEROS.
         01 tb-kdx.
           05 tb-kdx-item OCCURS 3000 TIMES.
              10 tb-kdx-isbn  PIC X(13)   VALUE SPACES.
              10 tb-kdx-saldo PIC S9(10)  VALUE ZEROS.
         01 nDivergentes  PIC 9(5)   VALUE ZEROS.
         01 nSemMov       PIC 9(5)   VALUE ZEROS.
         01 nConferidos   PIC 9(5)   VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Conferencia do Kardex x Estoque --"
         move ZEROS to nQtdKdx, nDivergentes, nSemMov, nConferidos
         OPEN INPUT tfKardex
         if ws-fs-tfKardex = "00" then
           READ tfKardex
             AT END MOVE HIGH-VALUES TO regKardex
           END-READ
           PERFORM UNTIL regKardex = HIGH-VALUES
             move ZEROS to nPos
             PERFORM VARYING j FROM 1 BY 1
                     UNTIL j > nQtdKdx OR nPos > ZEROS
               IF tb-kdx-isbn(j) = tKardex-isbn THEN
                 move j to nPos
               END-IF
             END-PERFORM
             IF nPos = ZEROS THEN
               IF nQtdKdx < 3000 THEN
                 ADD 1 TO nQtdKdx
                 move tKardex-isbn to tb-kdx-isbn(nQtdKdx)
      *          saldo antes do primeiro movimento registrado
                 COMPUTE tb-kdx-saldo(nQtdKdx) = tKardex-saldo -
                     tKardex-entrada + tKardex-saida
                 move nQtdKdx to nPos
               ELSE
                 DISPLAY "Aviso: mais de 3000 livros no kardex, "
                         "ISBN " tKardex-isbn " nao conferido."
               END-IF
             END-IF
             IF nPos > ZEROS THEN
               COMPUTE tb-kdx-saldo(nPos) = tb-kdx-saldo(nPos) +
                   tKardex-entrada - tKardex-saida
             END-IF
             READ tfKardex
               AT END MOVE HIGH-VALUES TO regKardex
             END-READ
           END-PERFORM
           CLOSE tfKardex
         end-if

         DISPLAY "ISBN          Titulo                          "
                 "  Kardex    Estoque"
      *  reabre tfLivro para varrer desde o inicio do arquivo (mesma
      *  tecnica de relatorioEstoque)
         CLOSE tfLivro
         OPEN INPUT tfLivro
         READ tfLivro NEXT RECORD
           AT END MOVE HIGH-VALUES TO regLivro
         END-READ
         PERFORM UNTIL regLivro = HIGH-VALUES
           move ZEROS to nPos
           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > nQtdKdx OR nPos > ZEROS
             IF tb-kdx-isbn(j) = tLivro-isbn THEN
               move j to nPos
             END-IF
           END-PERFORM
           IF nPos = ZEROS THEN
             IF tLivro-qtdestoque > ZEROS THEN
               ADD 1 TO nSemMov
             END-IF
           ELSE
             ADD 1 TO nConferidos
             IF tb-kdx-saldo(nPos) not = tLivro-qtdestoque THEN
               ADD 1 TO nDivergentes
               DISPLAY tLivro-isbn " " tLivro-titulo(1:30) " "
                       tb-kdx-saldo(nPos) " " tLivro-qtdestoque
             END-IF
           END-IF
           READ tfLivro NEXT RECORD
             AT END MOVE HIGH-VALUES TO regLivro
           END-READ
         END-PERFORM
         CLOSE tfLivro
         OPEN I-O tfLivro
         DISPLAY "Livros conferidos: " nConferidos
                 "  Divergentes: " nDivergentes
         DISPLAY "Livros com estoque e sem movimento no kardex: "
                 nSemMov
         IF nDivergentes = ZEROS THEN
           DISPLAY "Kardex confere com o estoque."
         END-IF
         ACCEPT g-tecla-return.
       END PROGRAM conferirKardex.
      *-------------------------------------------------------------
      * Diz se uma data cai num mes ja fechado pelo fechamento
      * mensal. O fechamento e cumulativo: todo mes ate o ultimo
      * fechado em fechamento.dat fica travado.
      * sData - a data dd/mm/yyyy (em branco: so devolve o ultimo
      *         mes fechado)
      * retorna - g-periodo-fechado ("S"/"N") e g-ultimo-mes-fechado
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificaPeriodo IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nMesData PIC 9(6) VALUE ZEROS.
       LINKAGE SECTION.
         01 sData    PIC X(10).
       PROCEDURE DIVISION USING sData.
         move "N" to g-periodo-fechado
         move ZEROS to g-ultimo-mes-fechado
         OPEN INPUT tfFechamento
         if ws-fs-tfFechamento = "00" then
           READ tfFechamento
             AT END MOVE HIGH-VALUES TO regFechamento
           END-READ
           PERFORM UNTIL regFechamento = HIGH-VALUES
             if tFech-mes > g-ultimo-mes-fechado then
               move tFech-mes to g-ultimo-mes-fechado
             end-if
             READ tfFechamento
               AT END MOVE HIGH-VALUES TO regFechamento
             END-READ
           END-PERFORM
           CLOSE tfFechamento
         end-if
         if sData not = SPACES then
           COMPUTE nMesData =
               (FUNCTION NUMVAL(sData(7:4)) * 100) +
                FUNCTION NUMVAL(sData(4:2))
           if nMesData <= g-ultimo-mes-fechado then
             move "S" to g-periodo-fechado
           end-if
         end-if.
       END PROGRAM verificaPeriodo.
      *-------------------------------------------------------------
      * Fechamento do mes, so para o perfil Administrador: apura e
      * congela em fechamento.dat os totais do mes entregues ao
      * contador - vendas, estornos, recebimentos por forma de
      * pagamento e parcelas recebidas, vales emitidos e
      * resgatados e o valor do estoque pelo custo medio. Os meses
      * fecham em ordem, um de cada vez, e nunca o mes corrente;
      * depois do fechamento nada mais e lancado com data do mes
      * (ver verificaPeriodo).
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fecharMes IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  parcelas recebidas, gravadas por receberParcela
         SELECT tfRecebidoFm ASSIGN TO "recebido.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfRecebidoFm.
      *  resgates de vale-troca, gravados por baixarValeTroca
         SELECT tfValeMovFm ASSIGN TO "valemov.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfValeMovFm.
       DATA DIVISION.
       FILE SECTION.
         FD tfRecebidoFm.
         01 regRecebidoFm.
            05 tRecFm-dthrvenda  PIC X(19).
            05 FILLER            PIC X.
            05 tRecFm-cpf        PIC X(14).
            05 FILLER            PIC X(9).
            05 tRecFm-parcela    PIC X(2).
            05 FILLER            PIC X(13).
            05 tRecFm-data       PIC X(10).
            05 FILLER            PIC X(12).
         FD tfValeMovFm.
         01 regValeMovFm.
            05 tValeMovFm-numero    PIC 9(7).
            05 tValeMovFm-numpedido PIC 9(7).
            05 tValeMovFm-data      PIC X(10).
            05 tValeMovFm-valor     PIC 9(7)V99.
       WORKING-STORAGE SECTION.
         01 ws-fs-tfRecebidoFm PIC XX VALUE "00".
         01 ws-fs-tfValeMovFm  PIC XX VALUE "00".
         01 sBranco       PIC X(10)    VALUE SPACES.
         01 sMes          PIC X(7)     VALUE SPACES.
         01 nMesFechar    PIC 9(6)     VALUE ZEROS.
         01 nMesAtual     PIC 9(6)     VALUE ZEROS.
         01 nMesProximo   PIC 9(6)     VALUE ZEROS.
         01 nMesReg       PIC 9(6)     VALUE ZEROS.
         01 bMesOk        PIC 9        VALUE ZERO.
         01 sConfirma     PIC X        VALUE SPACES.
         01 nPrecoVenda   PIC 9(7)V99  VALUE ZEROS.
         01 nValorParc    PIC 9(7)V99  VALUE ZEROS.
         01 bFimCpf       PIC 9        VALUE ZERO.
         01 sDtHrParc     PIC X(19)    VALUE SPACES.
         01 nQtdParcRec   PIC 9(5)     VALUE ZEROS.
      *  totais apurados, gravados depois da confirmacao
         01 regFechApurado PIC X(200)  VALUE SPACES.
       PROCEDURE DIVISION.
         DISPLAY "-- Fechamento do Mes --"
         if g-perfil-usuario not = "A" then
           DISPLAY MSG-SEMPERMISSAO
         else
           PERFORM lista-fechados
           PERFORM escolhe-mes
           if bMesOk = g-true then
             PERFORM apura-mes
             PERFORM mostra-apuracao
             DISPLAY "Confirma o fechamento de " sMes
                     "? Nada mais podera ser lancado no mes (S/N): "
                     WITH NO ADVANCING
             ACCEPT sConfirma
             if sConfirma = "S" or sConfirma = "s" then
               PERFORM grava-fechamento
             else
               DISPLAY "Fechamento nao gravado."
             end-if
           end-if
         end-if
         ACCEPT g-tecla-return
         GOBACK.

      *-------------------------------------------------------------
      * Lista os meses ja fechados com os totais congelados.
      *-------------------------------------------------------------
       lista-fechados.
         DISPLAY "Meses fechados:"
         DISPLAY "Mes    Fechado em          Vendas       Estornos"
                 "     Estoque"
         OPEN INPUT tfFechamento
         if ws-fs-tfFechamento = "00" then
           READ tfFechamento
             AT END MOVE HIGH-VALUES TO regFechamento
           END-READ
           PERFORM UNTIL regFechamento = HIGH-VALUES
             DISPLAY tFech-mes " " tFech-dthrfechamento " "
                     tFech-totvendas " " tFech-totestornos " "
                     tFech-valorestoque
             READ tfFechamento
               AT END MOVE HIGH-VALUES TO regFechamento
             END-READ
           END-PERFORM
           CLOSE tfFechamento
         else
           DISPLAY "Nenhum mes fechado ainda."
         end-if.

      *-------------------------------------------------------------
      * Pede o mes a fechar: tem de ser anterior ao mes corrente e,
      * havendo mes fechado, exatamente o mes seguinte ao ultimo.
      *-------------------------------------------------------------
       escolhe-mes.
         move g-false to bMesOk
         call "verificaPeriodo" using sBranco
         call "retDataHora"
         COMPUTE nMesAtual =
             (FUNCTION NUMVAL(g-retdatahora(7:4)) * 100) +
              FUNCTION NUMVAL(g-retdatahora(4:2))
         if g-ultimo-mes-fechado > ZEROS then
           if g-ultimo-mes-fechado(5:2) = "12" then
             COMPUTE nMesProximo = g-ultimo-mes-fechado + 89
           else
             COMPUTE nMesProximo = g-ultimo-mes-fechado + 1
           end-if
           DISPLAY "Proximo mes a fechar: " nMesProximo(5:2) "/"
                   nMesProximo(1:4)
         end-if
         DISPLAY "Mes a fechar (mm/aaaa): " WITH NO ADVANCING
         ACCEPT sMes
         if sMes(1:2) is not NUMERIC or sMes(3:1) not = "/" or
            sMes(4:4) is not NUMERIC or
            sMes(1:2) < "01" or sMes(1:2) > "12" then
           DISPLAY "Mes invalido!"
         else
           COMPUTE nMesFechar =
               (FUNCTION NUMVAL(sMes(4:4)) * 100) +
                FUNCTION NUMVAL(sMes(1:2))
           EVALUATE TRUE
             WHEN nMesFechar >= nMesAtual
               DISPLAY "So meses ja encerrados podem ser fechados!"
             WHEN g-ultimo-mes-fechado > ZEROS and
                  nMesFechar <= g-ultimo-mes-fechado
               DISPLAY "Mes ja fechado!"
             WHEN g-ultimo-mes-fechado > ZEROS and
                  nMesFechar not = nMesProximo
               DISPLAY "Feche os meses em ordem - o proximo e "
                       nMesProximo(5:2) "/" nMesProximo(1:4)
             WHEN OTHER
               move g-true to bMesOk
           END-EVALUATE
         end-if.

      *-------------------------------------------------------------
      * Apura os totais do mes em regFechamento.
      *-------------------------------------------------------------
       apura-mes.
         move SPACES to regFechamento
         move nMesFechar to tFech-mes
         move ZEROS to tFech-qtdvendas, tFech-totvendas,
                       tFech-qtdestornos, tFech-totestornos,
                       tFech-totavista, tFech-totcartao,
                       tFech-totparcelado, tFech-totvale,
                       tFech-totparcrecebidas, tFech-qtdvalesemit,
                       tFech-totvalesemit, tFech-totvalesusados,
                       tFech-valorestoque
         move regFechamento to regFechApurado
         PERFORM apura-vendas
         PERFORM apura-estornos
         PERFORM apura-parcelas
         PERFORM apura-vales
         PERFORM apura-estoque.

      *-------------------------------------------------------------
      * Vendas do mes: toda linha datada no mes; as canceladas ate
      * aqui sao os estornos do mes, as demais vao por forma de
      * pagamento.
      *-------------------------------------------------------------
       apura-vendas.
         CLOSE tfVenda
         OPEN INPUT tfVenda
         READ tfVenda NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVenda
         END-READ
         PERFORM UNTIL regVenda = HIGH-VALUES
           COMPUTE nMesReg =
               (FUNCTION NUMVAL(tVenda-dthrvenda(7:4)) * 100) +
                FUNCTION NUMVAL(tVenda-dthrvenda(4:2))
           IF nMesReg = nMesFechar THEN
             move FUNCTION NUMVAL(tVenda-precovenda) to nPrecoVenda
             move regFechApurado to regFechamento
             ADD 1 TO tFech-qtdvendas
             ADD nPrecoVenda TO tFech-totvendas
             IF tVenda-cancelada = "S" THEN
               ADD 1 TO tFech-qtdestornos
               ADD nPrecoVenda TO tFech-totestornos
             ELSE
               EVALUATE tVenda-formapagto
                 WHEN "C" ADD nPrecoVenda TO tFech-totcartao
                 WHEN "P" ADD nPrecoVenda TO tFech-totparcelado
                 WHEN "V" ADD nPrecoVenda TO tFech-totvale
                 WHEN OTHER ADD nPrecoVenda TO tFech-totavista
               END-EVALUATE
             END-IF
             move regFechamento to regFechApurado
           END-IF
           READ tfVenda NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

      *-------------------------------------------------------------
      * Estornos de vendas de meses ja fechados, lancados como
      * ajuste no mes.
      *-------------------------------------------------------------
       apura-estornos.
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             COMPUTE nMesReg =
               (FUNCTION NUMVAL(tEstorno-dthrestorno(7:4)) * 100) +
                FUNCTION NUMVAL(tEstorno-dthrestorno(4:2))
             IF nMesReg = nMesFechar AND tEstorno-ajuste = "S" THEN
               move regFechApurado to regFechamento
               ADD 1 TO tFech-qtdestornos
               ADD tEstorno-valor TO tFech-totestornos
               move regFechamento to regFechApurado
             END-IF
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if.

      *-------------------------------------------------------------
      * Parcelas do crediario recebidas no mes (recebido.dat); o
      * valor da parcela e a soma, nas linhas da venda, do preco da
      * linha dividido pela quantidade de parcelas (mesma conta de
      * relatorioReceber).
      *-------------------------------------------------------------
       apura-parcelas.
         move ZEROS to nQtdParcRec
         OPEN INPUT tfRecebidoFm
         if ws-fs-tfRecebidoFm = "00" then
           READ tfRecebidoFm
             AT END MOVE HIGH-VALUES TO regRecebidoFm
           END-READ
           PERFORM UNTIL regRecebidoFm = HIGH-VALUES
             COMPUTE nMesReg =
               (FUNCTION NUMVAL(tRecFm-data(7:4)) * 100) +
                FUNCTION NUMVAL(tRecFm-data(4:2))
             IF nMesReg = nMesFechar THEN
               add 1 to nQtdParcRec
               PERFORM soma-parcela
             END-IF
             READ tfRecebidoFm
               AT END MOVE HIGH-VALUES TO regRecebidoFm
             END-READ
           END-PERFORM
           CLOSE tfRecebidoFm
         end-if.

       soma-parcela.
         move tRecFm-dthrvenda to sDtHrParc
         CLOSE tfVenda
         OPEN INPUT tfVenda
      *  linhas do cliente pela chave alternativa do CPF
         move tRecFm-cpf to tVenda-cpf
         START tfVenda KEY IS = tVenda-cpf
           INVALID KEY MOVE HIGH-VALUES TO regVenda
           NOT INVALID KEY
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
         END-START
         move ZERO to bFimCpf
         PERFORM UNTIL regVenda = HIGH-VALUES or bFimCpf = 1
           IF tVenda-cpf not = tRecFm-cpf THEN
             move 1 to bFimCpf
           ELSE
             IF tVenda-dthrvenda = sDtHrParc AND
                tVenda-formapagto = "P" AND
                tVenda-qtdparcelas > 0 THEN
               COMPUTE nValorParc ROUNDED =
                   FUNCTION NUMVAL(tVenda-precovenda)
                   / tVenda-qtdparcelas
               move regFechApurado to regFechamento
               ADD nValorParc TO tFech-totparcrecebidas
               move regFechamento to regFechApurado
             END-IF
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
           END-IF
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

      *-------------------------------------------------------------
      * Vales-troca emitidos (tfVale) e resgatados (valemov.dat) no
      * mes.
      *-------------------------------------------------------------
       apura-vales.
         CLOSE tfVale
         OPEN INPUT tfVale
         READ tfVale NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVale
         END-READ
         PERFORM UNTIL regVale = HIGH-VALUES
           COMPUTE nMesReg =
               (FUNCTION NUMVAL(tVale-dtemissao(7:4)) * 100) +
                FUNCTION NUMVAL(tVale-dtemissao(4:2))
           IF nMesReg = nMesFechar THEN
             move regFechApurado to regFechamento
             ADD 1 TO tFech-qtdvalesemit
             ADD tVale-valor TO tFech-totvalesemit
             move regFechamento to regFechApurado
           END-IF
           READ tfVale NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVale
           END-READ
         END-PERFORM
         CLOSE tfVale
         OPEN I-O tfVale

         OPEN INPUT tfValeMovFm
         if ws-fs-tfValeMovFm = "00" then
           READ tfValeMovFm
             AT END MOVE HIGH-VALUES TO regValeMovFm
           END-READ
           PERFORM UNTIL regValeMovFm = HIGH-VALUES
             COMPUTE nMesReg =
               (FUNCTION NUMVAL(tValeMovFm-data(7:4)) * 100) +
                FUNCTION NUMVAL(tValeMovFm-data(4:2))
             IF nMesReg = nMesFechar THEN
               move regFechApurado to regFechamento
               ADD tValeMovFm-valor TO tFech-totvalesusados
               move regFechamento to regFechApurado
             END-IF
             READ tfValeMovFm
               AT END MOVE HIGH-VALUES TO regValeMovFm
             END-READ
           END-PERFORM
           CLOSE tfValeMovFm
         end-if.

      *-------------------------------------------------------------
      * Estoque valorizado pelo custo medio de cada titulo; titulo
      * sem custo registrado entra com valor zero.
      *-------------------------------------------------------------
       apura-estoque.
         CLOSE tfLivro
         OPEN INPUT tfLivro
         READ tfLivro NEXT RECORD
           AT END MOVE HIGH-VALUES TO regLivro
         END-READ
         PERFORM UNTIL regLivro = HIGH-VALUES
           IF tLivro-qtdestoque > ZEROS THEN
             move tLivro-isbn to tCusto-isbn
             READ tfCusto
               INVALID KEY continue
               NOT INVALID KEY
                 move regFechApurado to regFechamento
                 COMPUTE tFech-valorestoque = tFech-valorestoque +
                     (tLivro-qtdestoque * tCusto-customedio)
                 move regFechamento to regFechApurado
             END-READ
           END-IF
           READ tfLivro NEXT RECORD
             AT END MOVE HIGH-VALUES TO regLivro
           END-READ
         END-PERFORM
         CLOSE tfLivro
         OPEN I-O tfLivro.

       mostra-apuracao.
         move regFechApurado to regFechamento
         DISPLAY " "
         DISPLAY "-- Apuracao de " sMes " --"
         DISPLAY "Vendas do mes.........: " tFech-qtdvendas
                 " linha(s) R$ " tFech-totvendas
         DISPLAY "Estornos..............: " tFech-qtdestornos
                 " linha(s) R$ " tFech-totestornos
         DISPLAY "A vista...............: R$ " tFech-totavista
         DISPLAY "Cartao................: R$ " tFech-totcartao
         DISPLAY "Parcelado.............: R$ " tFech-totparcelado
         DISPLAY "Vale-troca............: R$ " tFech-totvale
         DISPLAY "Parcelas recebidas....: " nQtdParcRec
                 " parcela(s) R$ " tFech-totparcrecebidas
         DISPLAY "Vales emitidos........: " tFech-qtdvalesemit
                 " vale(s) R$ " tFech-totvalesemit
         DISPLAY "Vales resgatados......: R$ " tFech-totvalesusados
         DISPLAY "Estoque a custo medio.: R$ " tFech-valorestoque.

       grava-fechamento.
         call "retDataHora"
         move regFechApurado to regFechamento
         move g-retdatahora to tFech-dthrfechamento
         move g-login-usuario to tFech-operador
         OPEN EXTEND tfFechamento
         if ws-fs-tfFechamento = "35" then
           OPEN OUTPUT tfFechamento
         end-if
         WRITE regFechamento
         CLOSE tfFechamento
      *  mesmo formato de trilha gravado por escreveArq
         OPEN EXTEND tfAuditoria
         move SPACES to regAuditoria
         STRING "tfFechamen" DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-login-usuario DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
                " fechamento do mes " DELIMITED BY SIZE
                sMes DELIMITED BY SIZE
           INTO regAuditoria
         END-STRING
         WRITE regAuditoria
         CLOSE tfAuditoria
         DISPLAY "Mes " sMes " fechado.".
       END PROGRAM fecharMes.
      *-------------------------------------------------------------
      * Extrato do cliente para o balcao: numa folha so, as compras
      * do CPF no periodo por numero de pedido (estornos marcados),
      * as parcelas do crediario em aberto e pagas com vencimento,
      * os vales-troca com saldo e o saldo atual de pontos de
      * fidelidade. Gravado em extrato.lst, como o cupom, para
      * entregar ou enviar ao cliente.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. extratoCliente IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfExtrato ASSIGN TO "extrato.lst"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         FD tfExtrato.
         01 regExtrato PIC X(80).
       WORKING-STORAGE SECTION.
         01 sRotulo       PIC X(255)   VALUE SPACES.
         01 sparam        PIC X(255).
         01 sCpf          PIC X(14)    VALUE SPACES.
         01 sNomeCliente  PIC X(30)    VALUE SPACES.
         01 sDataIni      PIC X(19)    VALUE SPACES.
         01 sDataFim      PIC X(19)    VALUE SPACES.
         01 sTituloLivro  PIC X(50)    VALUE SPACES.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntIni       PIC 9(7)     VALUE ZEROS.
         01 nIntFim       PIC 9(7)     VALUE ZEROS.
         01 nIntVenda     PIC 9(7)     VALUE ZEROS.
         01 bFimCpf       PIC 9        VALUE ZERO.
         01 nQtdLinha     PIC 9(3)     VALUE ZEROS.
         01 nPrecoItem    PIC 9(7)V99  VALUE ZEROS.
         01 nTotCompras   PIC 9(9)V99  VALUE ZEROS.
         01 nTotEstornos  PIC 9(9)V99  VALUE ZEROS.
         01 nTotAberto    PIC 9(9)V99  VALUE ZEROS.
         01 nTotVales     PIC 9(9)V99  VALUE ZEROS.
         01 nSaldoVale    PIC 9(7)V99  VALUE ZEROS.
         01 nPedidoAnt    PIC 9(7)     VALUE ZEROS.
         01 nPedidoLin    PIC 9(7)     VALUE ZEROS.
         01 sDtHrAnt      PIC X(19)    VALUE SPACES.
         01 nLinhas       PIC 9(5)     VALUE ZEROS.
         01 nVales        PIC 9(5)     VALUE ZEROS.
         01 sValorEd      PIC 9(7).99  VALUE ZEROS.
         01 sTotalEd      PIC 9(9).99  VALUE ZEROS.
         01 sSituacao     PIC X(9)     VALUE SPACES.
         01 i             PIC 9(3)     VALUE ZEROS.
         01 j             PIC 9(2)     VALUE ZEROS.
      *  vendas parceladas do cliente: o cronograma se repete em
      *  cada linha da venda, entao a parcela e somada por venda
      *  (mesma conta de relatorioReceber: preco da linha dividido
      *  pela quantidade de parcelas)
         01 nQtdParc      PIC 9(3)     VALUE ZEROS.
         01 nPosParc      PIC 9(3)     VALUE ZEROS.
         01 tb-parc.
           05 tb-parc-item OCCURS 100 TIMES.
              10 tb-parc-dthr     PIC X(19)   VALUE SPACES.
              10 tb-parc-pedido   PIC 9(7)    VALUE ZEROS.
              10 tb-parc-qtd      PIC 9(2)    VALUE ZEROS.
              10 tb-parc-valor    PIC 9(7)V99 VALUE ZEROS.
              10 tb-parc-noperiodo PIC X      VALUE "N".
              10 tb-parc-cron     PIC X(132)  VALUE SPACES.
         01 tb-cron.
            05 tb-cron-item OCCURS 12 TIMES.
               10 tb-cron-vencimento PIC X(10).
               10 tb-cron-situacao   PIC X.
       PROCEDURE DIVISION.
         DISPLAY "-- Extrato do Cliente --"
         DISPLAY "CPF do cliente: " WITH NO ADVANCING
         ACCEPT sCpf
         move SPACES to sNomeCliente
         call "tamReg" using by content opCliente
         move "tfCliente" to sparam
         call "pesqArqDireto" using sparam, sCpf, g-tamReg
         if g-achou-pesqArqDireto not = "S" then
           DISPLAY "Cliente nao cadastrado!"
         else
           move g-pesqArqDireto(15:30) to sNomeCliente
           move "Data inicial (dd/mm/aaaa): " to sRotulo
           call "validaDataHora" using sRotulo, sDataIni, g-true
           move g-validaDataHora to sDataIni
           move "Data final (dd/mm/aaaa)..: " to sRotulo
           call "validaDataHora" using sRotulo, sDataFim, g-true
           move g-validaDataHora to sDataFim
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(sDataIni(7:4)) * 10000) +
               (FUNCTION NUMVAL(sDataIni(4:2)) * 100) +
                FUNCTION NUMVAL(sDataIni(1:2))
           COMPUTE nIntIni = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(sDataFim(7:4)) * 10000) +
               (FUNCTION NUMVAL(sDataFim(4:2)) * 100) +
                FUNCTION NUMVAL(sDataFim(1:2))
           COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

           OPEN OUTPUT tfExtrato
           PERFORM cabecalho
           PERFORM lista-compras
           PERFORM lista-parcelas
           PERFORM lista-vales
           PERFORM lista-pontos
           CLOSE tfExtrato
           DISPLAY "Compras no periodo: R$ " nTotCompras
                   "  estornos: R$ " nTotEstornos
           DISPLAY "Parcelas em aberto: R$ " nTotAberto
           DISPLAY "Vales com saldo...: R$ " nTotVales
           DISPLAY "Pontos............: " g-saldo-pontos
           DISPLAY "Extrato gravado em extrato.lst"
         end-if
         ACCEPT g-tecla-return
         GOBACK.

       cabecalho.
         call "retDataHora"
         move "*------- LIVRUS VIRTUS - EXTRATO DO CLIENTE -------*"
           to regExtrato
         WRITE regExtrato
         move SPACES to regExtrato
         STRING "Cliente..: " DELIMITED BY SIZE
                sCpf DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                sNomeCliente DELIMITED BY SIZE
           INTO regExtrato
         END-STRING
         WRITE regExtrato
         move SPACES to regExtrato
         STRING "Periodo..: " DELIMITED BY SIZE
                sDataIni(1:10) DELIMITED BY SIZE
                " a " DELIMITED BY SIZE
                sDataFim(1:10) DELIMITED BY SIZE
           INTO regExtrato
         END-STRING
         WRITE regExtrato
         move SPACES to regExtrato
         STRING "Emitido..: " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
           INTO regExtrato
         END-STRING
         WRITE regExtrato.

      *-------------------------------------------------------------
      * Compras do periodo, lidas pela chave alternativa do CPF
      * (como em emitirCupom), com uma linha de pedido a cada troca
      * de numero do pedido (ou de data/hora, para vendas antigas
      * sem numero). Ja guarda as vendas parceladas em tb-parc.
      *-------------------------------------------------------------
       lista-compras.
         move ZEROS to nTotCompras, nTotEstornos, nLinhas, nQtdParc
         move ZEROS to nPedidoAnt
         move SPACES to sDtHrAnt
         move "----------------------------------------------------"
           to regExtrato
         WRITE regExtrato
         move "COMPRAS NO PERIODO" to regExtrato
         WRITE regExtrato
         move "Titulo                         Qtd      Valor"
           to regExtrato
         WRITE regExtrato
         CLOSE tfVenda
         OPEN INPUT tfVenda
         move sCpf to tVenda-cpf
         START tfVenda KEY IS = tVenda-cpf
           INVALID KEY MOVE HIGH-VALUES TO regVenda
           NOT INVALID KEY
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
         END-START
         move ZERO to bFimCpf
         PERFORM UNTIL regVenda = HIGH-VALUES or bFimCpf = 1
           IF tVenda-cpf not = sCpf THEN
             move 1 to bFimCpf
           ELSE
             COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(tVenda-dthrvenda(7:4)) * 10000) +
                 (FUNCTION NUMVAL(tVenda-dthrvenda(4:2)) * 100) +
                  FUNCTION NUMVAL(tVenda-dthrvenda(1:2))
             COMPUTE nIntVenda =
                 FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
             IF (nIntVenda >= nIntIni) AND (nIntVenda <= nIntFim)
             THEN
               PERFORM escreve-compra
             END-IF
             IF tVenda-cancelada not = "S" AND
                tVenda-formapagto = "P" AND
                tVenda-qtdparcelas > 0 THEN
               PERFORM guarda-parcelas
             END-IF
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
           END-IF
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda
         if nLinhas = ZEROS then
           move "Nenhuma compra no periodo." to regExtrato
           WRITE regExtrato
         else
           move nTotCompras to sTotalEd
           move SPACES to regExtrato
           STRING "Total das compras.......: R$ " DELIMITED BY SIZE
                  sTotalEd DELIMITED BY SIZE
             INTO regExtrato
           END-STRING
           WRITE regExtrato
           move nTotEstornos to sTotalEd
           move SPACES to regExtrato
           STRING "Total estornado.........: R$ " DELIMITED BY SIZE
                  sTotalEd DELIMITED BY SIZE
             INTO regExtrato
           END-STRING
           WRITE regExtrato
         end-if.

       escreve-compra.
         add 1 to nLinhas
      *  vendas antigas nao tem numero de pedido
         move ZEROS to nPedidoLin
         if tVenda-numpedido is NUMERIC then
           move tVenda-numpedido to nPedidoLin
         end-if
         if nLinhas = 1 or nPedidoLin not = nPedidoAnt or
            (nPedidoLin = ZEROS and
             tVenda-dthrvenda not = sDtHrAnt) then
           move SPACES to regExtrato
           STRING "Pedido " DELIMITED BY SIZE
                  nPedidoLin DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  tVenda-dthrvenda DELIMITED BY SIZE
             INTO regExtrato
           END-STRING
           WRITE regExtrato
           move nPedidoLin to nPedidoAnt
           move tVenda-dthrvenda to sDtHrAnt
         end-if
         move SPACES to sTituloLivro
         call "tamReg" using by content opLivro
         move "tfLivro" to sparam
         call "pesqArqDireto" using sparam, tVenda-isbn, g-tamReg
         if g-achou-pesqArqDireto = "S" then
           move g-pesqArqDireto(14:50) to sTituloLivro
         else
           move tVenda-isbn to sTituloLivro
         end-if
      *  linhas antigas sem quantidade contam como 1 exemplar
         move 1 to nQtdLinha
         if tVenda-qtditem is NUMERIC and tVenda-qtditem > ZEROS then
           move tVenda-qtditem to nQtdLinha
         end-if
         move FUNCTION NUMVAL(tVenda-precovenda) to nPrecoItem
         move nPrecoItem to sValorEd
         move SPACES to sSituacao
         if tVenda-cancelada = "S" then
           move "ESTORNADO" to sSituacao
           add nPrecoItem to nTotEstornos
         else
           add nPrecoItem to nTotCompras
         end-if
         move SPACES to regExtrato
         STRING "  " DELIMITED BY SIZE
                sTituloLivro(1:28) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                nQtdLinha DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                sValorEd DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                tVenda-formapagto DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                sSituacao DELIMITED BY SIZE
           INTO regExtrato
         END-STRING
         WRITE regExtrato.

      *-------------------------------------------------------------
      * Acumula a venda parcelada da linha corrente em tb-parc.
      * Entram as vendas do periodo e, de qualquer data, as que
      * ainda tem parcela em aberto - o cliente quer saber o que
      * deve hoje.
      *-------------------------------------------------------------
       guarda-parcelas.
         move ZEROS to nPosParc
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdParc
           IF tb-parc-dthr(i) = tVenda-dthrvenda THEN
             move i to nPosParc
           END-IF
         END-PERFORM
         IF nPosParc = ZEROS AND nQtdParc < 100 THEN
           ADD 1 TO nQtdParc
           move nQtdParc to nPosParc
           move tVenda-dthrvenda to tb-parc-dthr(nPosParc)
           move ZEROS to tb-parc-pedido(nPosParc)
           if tVenda-numpedido is NUMERIC then
             move tVenda-numpedido to tb-parc-pedido(nPosParc)
           end-if
           move tVenda-qtdparcelas to tb-parc-qtd(nPosParc)
           move ZEROS to tb-parc-valor(nPosParc)
           move "N" to tb-parc-noperiodo(nPosParc)
         END-IF
         IF nPosParc > ZEROS THEN
           COMPUTE tb-parc-valor(nPosParc) ROUNDED =
               tb-parc-valor(nPosParc) +
               (FUNCTION NUMVAL(tVenda-precovenda)
                / tVenda-qtdparcelas)
           move tVenda-parcelas to tb-parc-cron(nPosParc)
           IF (nIntVenda >= nIntIni) AND (nIntVenda <= nIntFim) THEN
             move "S" to tb-parc-noperiodo(nPosParc)
           END-IF
         END-IF.

       lista-parcelas.
         move ZEROS to nTotAberto
         move "----------------------------------------------------"
           to regExtrato
         WRITE regExtrato
         move "PARCELAS DO CREDIARIO" to regExtrato
         WRITE regExtrato
         move ZEROS to nLinhas
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdParc
           move tb-parc-cron(i) to tb-cron
           move "N" to sSituacao
           PERFORM VARYING j FROM 1 BY 1 UNTIL j > tb-parc-qtd(i)
             IF tb-cron-situacao(j) = "A" THEN
               move "S" to sSituacao
             END-IF
           END-PERFORM
           IF tb-parc-noperiodo(i) = "S" OR sSituacao = "S" THEN
             add 1 to nLinhas
             move SPACES to regExtrato
             STRING "Pedido " DELIMITED BY SIZE
                    tb-parc-pedido(i) DELIMITED BY SIZE
                    " de " DELIMITED BY SIZE
                    tb-parc-dthr(i) DELIMITED BY SIZE
                    " em " DELIMITED BY SIZE
                    tb-parc-qtd(i) DELIMITED BY SIZE
                    "x" DELIMITED BY SIZE
               INTO regExtrato
             END-STRING
             WRITE regExtrato
             move tb-parc-valor(i) to sValorEd
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > tb-parc-qtd(i)
               IF tb-cron-situacao(j) = "P" THEN
                 move "PAGA" to sSituacao
               ELSE
                 move "EM ABERTO" to sSituacao
                 add tb-parc-valor(i) to nTotAberto
               END-IF
               move SPACES to regExtrato
               STRING "  Parcela " DELIMITED BY SIZE
                      j DELIMITED BY SIZE
                      "  venc. " DELIMITED BY SIZE
                      tb-cron-vencimento(j) DELIMITED BY SIZE
                      "  R$ " DELIMITED BY SIZE
                      sValorEd DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      sSituacao DELIMITED BY SIZE
                 INTO regExtrato
               END-STRING
               WRITE regExtrato
             END-PERFORM
           END-IF
         END-PERFORM
         if nLinhas = ZEROS then
           move "Nenhuma venda parcelada." to regExtrato
           WRITE regExtrato
         else
           move nTotAberto to sTotalEd
           move SPACES to regExtrato
           STRING "Total em aberto.........: R$ " DELIMITED BY SIZE
                  sTotalEd DELIMITED BY SIZE
             INTO regExtrato
           END-STRING
           WRITE regExtrato
         end-if.

      *-------------------------------------------------------------
      * Vales-troca do cliente ainda com saldo, de qualquer data.
      *-------------------------------------------------------------
       lista-vales.
         move ZEROS to nTotVales, nVales
         move "----------------------------------------------------"
           to regExtrato
         WRITE regExtrato
         move "VALES-TROCA COM SALDO" to regExtrato
         WRITE regExtrato
         CLOSE tfVale
         OPEN INPUT tfVale
         READ tfVale NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVale
         END-READ
         PERFORM UNTIL regVale = HIGH-VALUES
           IF tVale-cpf = sCpf AND tVale-situacao = "A" AND
              tVale-valor > tVale-valorusado THEN
             COMPUTE nSaldoVale = tVale-valor - tVale-valorusado
             add 1 to nVales
             add nSaldoVale to nTotVales
             move nSaldoVale to sValorEd
             move SPACES to regExtrato
             STRING "Vale " DELIMITED BY SIZE
                    tVale-numero DELIMITED BY SIZE
                    " emitido em " DELIMITED BY SIZE
                    tVale-dtemissao DELIMITED BY SIZE
                    "  saldo R$ " DELIMITED BY SIZE
                    sValorEd DELIMITED BY SIZE
               INTO regExtrato
             END-STRING
             WRITE regExtrato
           END-IF
           READ tfVale NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVale
           END-READ
         END-PERFORM
         CLOSE tfVale
         OPEN I-O tfVale
         if nVales = ZEROS then
           move "Nenhum vale com saldo." to regExtrato
           WRITE regExtrato
         end-if.

       lista-pontos.
         call "saldoPontos" using sCpf
         move "----------------------------------------------------"
           to regExtrato
         WRITE regExtrato
         move SPACES to regExtrato
         STRING "Saldo de pontos de fidelidade: " DELIMITED BY SIZE
                g-saldo-pontos DELIMITED BY SIZE
           INTO regExtrato
         END-STRING
         WRITE regExtrato.
       END PROGRAM extratoCliente.
      *-------------------------------------------------------------
      * Manutencao da tabela de comissoes por operador, so para o
      * perfil Administrador: percentual sobre as vendas do login e,
      * opcionalmente, um percentual diferente para itens vendidos
      * em promocao (zero = mesmo percentual). Lida pelo relatorio
      * de comissoes (relatorioComissao).
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cadastroComissao IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sOpcao    PIC X      VALUE SPACES.
         01 sLogin    PIC X(10)  VALUE SPACES.
         01 bSair     PIC 9      VALUE ZERO.
         01 nCont     PIC 9(7)   VALUE ZEROS.
       PROCEDURE DIVISION.
         if g-perfil-usuario not = "A" then
           DISPLAY MSG-SEMPERMISSAO
           ACCEPT g-tecla-return
           move g-true to bSair
         else
           move g-false to bSair
         end-if
         PERFORM UNTIL bSair = g-true
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY "| Tabela de Comissões por Operador           "
                   "                  |"
           DISPLAY "| (I)ncluir/alterar (E)xcluir (L)istar (V)olt"
                   "ar                |"
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY MSG-OPCAO WITH NO ADVANCING
           ACCEPT sOpcao
           EVALUATE TRUE
             WHEN sOpcao = "I" or sOpcao = "i"
               DISPLAY "Login do operador: " WITH NO ADVANCING
               ACCEPT sLogin
               move sLogin to tUsuario-login
               READ tfUsuario
                 INVALID KEY
                   DISPLAY "Usuario nao cadastrado!"
                 NOT INVALID KEY
                   move sLogin to tComissao-login
                   DISPLAY "Comissao sobre vendas (%)......: "
                           WITH NO ADVANCING
                   ACCEPT tComissao-taxa
                   DISPLAY "Comissao em promocao (%, 0=igual): "
                           WITH NO ADVANCING
                   ACCEPT tComissao-taxapromo
                   WRITE regComissao
                     INVALID KEY
                       REWRITE regComissao
                         INVALID KEY DISPLAY MSG-REGNALT
                         NOT INVALID KEY DISPLAY MSG-REGALT
                       END-REWRITE
                     NOT INVALID KEY
                       DISPLAY MSG-REGINC
                   END-WRITE
               END-READ
             WHEN sOpcao = "E" or sOpcao = "e"
               DISPLAY "Login do operador: " WITH NO ADVANCING
               ACCEPT sLogin
               move sLogin to tComissao-login
               DELETE tfComissao RECORD
                 INVALID KEY DISPLAY MSG-REGNEXC
                 NOT INVALID KEY DISPLAY MSG-REGEXC
               END-DELETE
             WHEN sOpcao = "L" or sOpcao = "l"
               move ZEROS to nCont
               DISPLAY "Login      Vendas %  Promocao %"
      *        reseta o cursor sequencial antes de varrer (mesma
      *        tecnica de cadastroPromocao)
               CLOSE tfComissao
               OPEN INPUT tfComissao
               READ tfComissao NEXT RECORD
                 AT END MOVE HIGH-VALUES TO regComissao
               END-READ
               PERFORM UNTIL regComissao = HIGH-VALUES
                 DISPLAY tComissao-login " " tComissao-taxa "     "
                         tComissao-taxapromo
                 add 1 to nCont
                 READ tfComissao NEXT RECORD
                   AT END MOVE HIGH-VALUES TO regComissao
                 END-READ
               END-PERFORM
               CLOSE tfComissao
               OPEN I-O tfComissao
               if nCont = ZEROS then
                 DISPLAY "Nenhuma comissao cadastrada."
               end-if
             WHEN sOpcao = "V" or sOpcao = "v"
               move g-true to bSair
             WHEN OTHER
               DISPLAY MSG-ERRO
           END-EVALUATE
         END-PERFORM.
       END PROGRAM cadastroComissao.
      *-------------------------------------------------------------
      * Relatorio mensal de comissoes por operador (tVenda-operador):
      *  - vendas a vista, cartao e vale do mes entram pelo valor da
      *    linha;
      *  - vendas parceladas ("P") so entram quando a parcela e
      *    recebida (recebido.dat), no mes do recebimento;
      *  - estornos feitos no mes (estorno.dat) de vendas do proprio
      *    operador sao descontados; linhas canceladas antes de
      *    estorno.dat existir sao descontadas no mes da venda.
      * Item vendido com promocao vigente na data da venda usa o
      * percentual de promocao do operador, quando cadastrado.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioComissao IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  parcelas recebidas, gravadas por receberParcela
         SELECT tfRecebidoCm ASSIGN TO "recebido.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfRecebidoCm.
       DATA DIVISION.
       FILE SECTION.
         FD tfRecebidoCm.
         01 regRecebidoCm.
            05 tRecCm-dthrvenda  PIC X(19).
            05 FILLER            PIC X.
            05 tRecCm-cpf        PIC X(14).
            05 FILLER            PIC X(9).
            05 tRecCm-parcela    PIC X(2).
            05 FILLER            PIC X(13).
            05 tRecCm-data       PIC X(10).
            05 FILLER            PIC X(12).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfRecebidoCm PIC XX VALUE "00".
         01 sMes          PIC X(7)     VALUE SPACES.
         01 nMesRel       PIC 9(6)     VALUE ZEROS.
         01 nMesReg       PIC 9(6)     VALUE ZEROS.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntVenda     PIC 9(7)     VALUE ZEROS.
         01 nIntIni       PIC 9(7)     VALUE ZEROS.
         01 nIntFim       PIC 9(7)     VALUE ZEROS.
         01 bFimCpf       PIC 9        VALUE ZERO.
         01 bAchouEst     PIC 9        VALUE ZERO.
         01 sDtHrParc     PIC X(19)    VALUE SPACES.
      *  linha em calculo: operador, data da venda, ISBN, valor e
      *  tipo ("V" venda, "E" estorno, "P" parcela recebida)
         01 sOpLinha      PIC X(10)    VALUE SPACES.
         01 sDtLinha      PIC X(19)    VALUE SPACES.
         01 sIsbnLinha    PIC X(13)    VALUE SPACES.
         01 sCpfLinha     PIC X(14)    VALUE SPACES.
         01 nValorLinha   PIC 9(7)V99  VALUE ZEROS.
         01 sTipoLinha    PIC X        VALUE SPACES.
         01 nTaxaLinha    PIC 9(2)V99  VALUE ZEROS.
         01 nComLinha     PIC 9(7)V99  VALUE ZEROS.
         01 i             PIC 9(3)     VALUE ZEROS.
         01 nPosOp        PIC 9(3)     VALUE ZEROS.
         01 nQtdOp        PIC 9(3)     VALUE ZEROS.
         01 tb-op.
           05 tb-op-item OCCURS 50 TIMES.
              10 tb-op-login    PIC X(10)    VALUE SPACES.
              10 tb-op-vendas   PIC 9(9)V99  VALUE ZEROS.
              10 tb-op-estornos PIC 9(9)V99  VALUE ZEROS.
              10 tb-op-parcelas PIC 9(9)V99  VALUE ZEROS.
              10 tb-op-comissao PIC S9(9)V99 VALUE ZEROS.
              10 tb-op-semtaxa  PIC X        VALUE "N".
         01 nBaseOp       PIC S9(9)V99 VALUE ZEROS.
         01 nTotComissao  PIC S9(9)V99 VALUE ZEROS.
         01 sBaseEd       PIC -ZZZZZZZZ9.99.
         01 sComissaoEd   PIC -ZZZZZZZZ9.99.
       PROCEDURE DIVISION.
         DISPLAY "-- Relatorio de Comissoes --"
         DISPLAY "Mes (mm/aaaa): " WITH NO ADVANCING
         ACCEPT sMes
         if sMes(1:2) is not NUMERIC or sMes(3:1) not = "/" or
            sMes(4:4) is not NUMERIC or
            sMes(1:2) < "01" or sMes(1:2) > "12" then
           DISPLAY "Mes invalido!"
         else
           COMPUTE nMesRel =
               (FUNCTION NUMVAL(sMes(4:4)) * 100) +
                FUNCTION NUMVAL(sMes(1:2))
           move ZEROS to nQtdOp, nTotComissao
           PERFORM apura-vendas
           PERFORM apura-estornos
           PERFORM apura-parcelas
           PERFORM mostra-relatorio
         end-if
         ACCEPT g-tecla-return
         GOBACK.

      *-------------------------------------------------------------
      * Linhas de venda do mes fora do crediario. Linha cancelada
      * sem registro em estorno.dat e descontada ja aqui.
      *-------------------------------------------------------------
       apura-vendas.
         CLOSE tfVenda
         OPEN INPUT tfVenda
         READ tfVenda NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVenda
         END-READ
         PERFORM UNTIL regVenda = HIGH-VALUES
           COMPUTE nMesReg =
               (FUNCTION NUMVAL(tVenda-dthrvenda(7:4)) * 100) +
                FUNCTION NUMVAL(tVenda-dthrvenda(4:2))
           IF nMesReg = nMesRel AND tVenda-formapagto not = "P"
           THEN
             move tVenda-operador to sOpLinha
             move tVenda-dthrvenda to sDtLinha
             move tVenda-isbn to sIsbnLinha
             move tVenda-cpf to sCpfLinha
             move FUNCTION NUMVAL(tVenda-precovenda) to nValorLinha
             move "V" to sTipoLinha
             PERFORM acumula-linha
             IF tVenda-cancelada = "S" THEN
               PERFORM procura-estorno
               IF bAchouEst = g-false THEN
                 move "E" to sTipoLinha
                 PERFORM acumula-linha
               END-IF
             END-IF
           END-IF
           READ tfVenda NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

       procura-estorno.
         move g-false to bAchouEst
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             if tEstorno-dthrvenda = sDtLinha and
                tEstorno-cpf = sCpfLinha and
                tEstorno-isbn = sIsbnLinha then
               move g-true to bAchouEst
             end-if
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if.

      *-------------------------------------------------------------
      * Estornos feitos no mes, descontados do operador que fez a
      * venda; no crediario nada foi pago de comissao antes do
      * recebimento, entao nao ha o que descontar.
      *-------------------------------------------------------------
       apura-estornos.
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             COMPUTE nMesReg =
               (FUNCTION NUMVAL(tEstorno-dthrestorno(7:4)) * 100) +
                FUNCTION NUMVAL(tEstorno-dthrestorno(4:2))
             IF nMesReg = nMesRel AND tEstorno-formapagto not = "P"
             THEN
               move tEstorno-opvenda to sOpLinha
               move tEstorno-dthrvenda to sDtLinha
               move tEstorno-isbn to sIsbnLinha
               move tEstorno-valor to nValorLinha
               move "E" to sTipoLinha
               PERFORM acumula-linha
             END-IF
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if.

      *-------------------------------------------------------------
      * Parcelas recebidas no mes: cada linha da venda parcelada
      * rende o preco da linha dividido pela quantidade de parcelas
      * (mesma conta de relatorioReceber) ao operador da venda.
      *-------------------------------------------------------------
       apura-parcelas.
         OPEN INPUT tfRecebidoCm
         if ws-fs-tfRecebidoCm = "00" then
           READ tfRecebidoCm
             AT END MOVE HIGH-VALUES TO regRecebidoCm
           END-READ
           PERFORM UNTIL regRecebidoCm = HIGH-VALUES
             COMPUTE nMesReg =
               (FUNCTION NUMVAL(tRecCm-data(7:4)) * 100) +
                FUNCTION NUMVAL(tRecCm-data(4:2))
             IF nMesReg = nMesRel THEN
               PERFORM soma-parcela
             END-IF
             READ tfRecebidoCm
               AT END MOVE HIGH-VALUES TO regRecebidoCm
             END-READ
           END-PERFORM
           CLOSE tfRecebidoCm
         end-if.

       soma-parcela.
         move tRecCm-dthrvenda to sDtHrParc
         CLOSE tfVenda
         OPEN INPUT tfVenda
         move tRecCm-cpf to tVenda-cpf
         START tfVenda KEY IS = tVenda-cpf
           INVALID KEY MOVE HIGH-VALUES TO regVenda
           NOT INVALID KEY
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
         END-START
         move ZERO to bFimCpf
         PERFORM UNTIL regVenda = HIGH-VALUES or bFimCpf = 1
           IF tVenda-cpf not = tRecCm-cpf THEN
             move 1 to bFimCpf
           ELSE
             IF tVenda-dthrvenda = sDtHrParc AND
                tVenda-formapagto = "P" AND
                tVenda-cancelada not = "S" AND
                tVenda-qtdparcelas > 0 THEN
               move tVenda-operador to sOpLinha
               move tVenda-dthrvenda to sDtLinha
               move tVenda-isbn to sIsbnLinha
               COMPUTE nValorLinha ROUNDED =
                   FUNCTION NUMVAL(tVenda-precovenda)
                   / tVenda-qtdparcelas
               move "P" to sTipoLinha
               PERFORM acumula-linha
             END-IF
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
           END-IF
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

      *-------------------------------------------------------------
      * Calcula a comissao da linha corrente e acumula no operador.
      *-------------------------------------------------------------
       acumula-linha.
         move ZEROS to nPosOp
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdOp
           IF tb-op-login(i) = sOpLinha THEN
             move i to nPosOp
           END-IF
         END-PERFORM
         IF nPosOp = ZEROS AND nQtdOp < 50 THEN
           ADD 1 TO nQtdOp
           move nQtdOp to nPosOp
           move sOpLinha to tb-op-login(nPosOp)
         END-IF
         IF nPosOp > ZEROS THEN
           PERFORM taxa-linha
           COMPUTE nComLinha ROUNDED = nValorLinha * nTaxaLinha / 100
           EVALUATE sTipoLinha
             WHEN "V"
               ADD nValorLinha TO tb-op-vendas(nPosOp)
               ADD nComLinha TO tb-op-comissao(nPosOp)
             WHEN "P"
               ADD nValorLinha TO tb-op-parcelas(nPosOp)
               ADD nComLinha TO tb-op-comissao(nPosOp)
             WHEN "E"
               ADD nValorLinha TO tb-op-estornos(nPosOp)
               SUBTRACT nComLinha FROM tb-op-comissao(nPosOp)
           END-EVALUATE
         END-IF.

      *-------------------------------------------------------------
      * Percentual da linha: o do operador na tabela de comissoes,
      * trocado pelo de promocao quando o ISBN tinha promocao
      * vigente na data da venda (ver consultaPromocao).
      *-------------------------------------------------------------
       taxa-linha.
         move ZEROS to nTaxaLinha
         move sOpLinha to tComissao-login
         READ tfComissao
           INVALID KEY
             move "S" to tb-op-semtaxa(nPosOp)
           NOT INVALID KEY
             move tComissao-taxa to nTaxaLinha
             if tComissao-taxapromo > ZEROS then
               move sIsbnLinha to tPromocao-isbn
               READ tfPromocao
                 INVALID KEY continue
                 NOT INVALID KEY
                   PERFORM promocao-vigente
               END-READ
             end-if
         END-READ.

       promocao-vigente.
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDtLinha(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDtLinha(4:2)) * 100) +
              FUNCTION NUMVAL(sDtLinha(1:2))
         COMPUTE nIntVenda = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(tPromocao-dtinicio(7:4)) * 10000) +
             (FUNCTION NUMVAL(tPromocao-dtinicio(4:2)) * 100) +
              FUNCTION NUMVAL(tPromocao-dtinicio(1:2))
         COMPUTE nIntIni = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(tPromocao-dtfim(7:4)) * 10000) +
             (FUNCTION NUMVAL(tPromocao-dtfim(4:2)) * 100) +
              FUNCTION NUMVAL(tPromocao-dtfim(1:2))
         COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         if nIntVenda >= nIntIni and nIntVenda <= nIntFim then
           move tComissao-taxapromo to nTaxaLinha
         end-if.

       mostra-relatorio.
         DISPLAY " "
         DISPLAY "-- Comissoes de " sMes " --"
         DISPLAY "Operador   Vendas       Estornos     Parcelas rec."
                 "  Base liquida   Comissao"
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdOp
           COMPUTE nBaseOp = tb-op-vendas(i) + tb-op-parcelas(i)
                           - tb-op-estornos(i)
           move nBaseOp to sBaseEd
           move tb-op-comissao(i) to sComissaoEd
           ADD tb-op-comissao(i) TO nTotComissao
           DISPLAY tb-op-login(i) " " tb-op-vendas(i) " "
                   tb-op-estornos(i) " " tb-op-parcelas(i) " "
                   sBaseEd " " sComissaoEd
           IF tb-op-semtaxa(i) = "S" THEN
             DISPLAY "           (operador sem taxa de comissao "
                     "cadastrada)"
           END-IF
         END-PERFORM
         IF nQtdOp = ZEROS THEN
           DISPLAY "Nenhuma venda no mes informado."
         ELSE
           move nTotComissao to sComissaoEd
           DISPLAY "Total de comissoes do mes: " sComissaoEd
         END-IF.
       END PROGRAM relatorioComissao.
      *-------------------------------------------------------------
      * Estoque parado (aging): todo titulo com estoque, pelos dias
      * desde a ultima venda em venda.dat ou, se nunca vendido,
      * desde a ultima entrada (recebimento/consignacao/importacao
      * no kardex, ou linha recebida de pedido de compra). Agrupa
      * nas faixas 0-90, 91-180, 181-365 e mais de 365 dias, cada
      * uma valorizada pelo custo medio (tCusto-customedio). O
      * comprador pode escolher titulos das duas faixas mais
      * antigas e gravar para eles uma promocao de desconto com
      * vigencia, em vez de digitar um a um em cadastroPromocao.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioEstoqueParado IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sRotulo       PIC X(255)   VALUE SPACES.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntHoje      PIC 9(7)     VALUE ZEROS.
         01 nIntData      PIC 9(7)     VALUE ZEROS.
         01 i             PIC 9(5)     VALUE ZEROS.
         01 j             PIC 9(5)     VALUE ZEROS.
         01 nPos          PIC 9(5)     VALUE ZEROS.
         01 nQtdLiv       PIC 9(5)     VALUE ZEROS.
         01 nFaixa        PIC 9        VALUE ZERO.
         01 nNaFaixa      PIC 9(5)     VALUE ZEROS.
         01 nValorItem    PIC 9(11)V99 VALUE ZEROS.
         01 nCandidatos   PIC 9(5)     VALUE ZEROS.
         01 nCriadas      PIC 9(5)     VALUE ZEROS.
         01 sOpcao        PIC X        VALUE SPACES.
         01 nItem         PIC 9(5)     VALUE ZEROS.
         01 nDesconto     PIC 9(2)V99  VALUE ZEROS.
         01 sDtInicio     PIC X(19)    VALUE SPACES.
         01 sDtFim        PIC X(19)    VALUE SPACES.
         01 bSair         PIC 9        VALUE ZERO.
      *  titulos com estoque, lidos de tfLivro na ordem do ISBN
         01 tb-liv.
           05 tb-liv-item OCCURS 3000 TIMES.
              10 tb-liv-isbn     PIC X(13)   VALUE SPACES.
              10 tb-liv-titulo   PIC X(30)   VALUE SPACES.
              10 tb-liv-qtd      PIC 9(10)   VALUE ZEROS.
              10 tb-liv-custo    PIC 9(7)V99 VALUE ZEROS.
              10 tb-liv-ultvenda PIC 9(7)    VALUE ZEROS.
              10 tb-liv-ultentr  PIC 9(7)    VALUE ZEROS.
              10 tb-liv-dias     PIC 9(5)    VALUE ZEROS.
              10 tb-liv-faixa    PIC 9       VALUE ZERO.
         01 tb-faixa-val.
            05 FILLER PIC X(20) VALUE "0 a 90 dias         ".
            05 FILLER PIC X(20) VALUE "91 a 180 dias       ".
            05 FILLER PIC X(20) VALUE "181 a 365 dias      ".
            05 FILLER PIC X(20) VALUE "mais de 365 dias    ".
         01 tb-faixa REDEFINES tb-faixa-val.
            05 tb-faixa-nome PIC X(20) OCCURS 4 TIMES.
         01 tb-faixa-tot.
            05 tb-faixa-qtd   PIC 9(9)     OCCURS 4 TIMES.
            05 tb-faixa-valor PIC 9(11)V99 OCCURS 4 TIMES.
       PROCEDURE DIVISION.
         DISPLAY "-- Estoque Parado (Aging) --"
         call "retDataHora"
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(g-retdatahora(7:4)) * 10000) +
             (FUNCTION NUMVAL(g-retdatahora(4:2)) * 100) +
              FUNCTION NUMVAL(g-retdatahora(1:2))
         COMPUTE nIntHoje = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         PERFORM carrega-titulos
         if nQtdLiv = ZEROS then
           DISPLAY "Nenhum titulo com estoque."
         else
           PERFORM ultimas-vendas
           PERFORM ultimas-entradas
           PERFORM calcula-faixas
           PERFORM mostra-faixas
           if nCandidatos > ZEROS then
             DISPLAY "Criar promocoes para titulos das faixas mais "
                     "antigas? (S/N): " WITH NO ADVANCING
             ACCEPT sOpcao
             if sOpcao = "S" or sOpcao = "s" then
               PERFORM cria-promocoes
             end-if
           end-if
         end-if
         ACCEPT g-tecla-return
         GOBACK.

       carrega-titulos.
         move ZEROS to nQtdLiv
         CLOSE tfLivro
         OPEN INPUT tfLivro
         READ tfLivro NEXT RECORD
           AT END MOVE HIGH-VALUES TO regLivro
         END-READ
         PERFORM UNTIL regLivro = HIGH-VALUES
           IF tLivro-qtdestoque > ZEROS AND nQtdLiv < 3000 THEN
             ADD 1 TO nQtdLiv
             move tLivro-isbn to tb-liv-isbn(nQtdLiv)
             move tLivro-titulo to tb-liv-titulo(nQtdLiv)
             move tLivro-qtdestoque to tb-liv-qtd(nQtdLiv)
             move tLivro-isbn to tCusto-isbn
             READ tfCusto
               INVALID KEY continue
               NOT INVALID KEY
                 move tCusto-customedio to tb-liv-custo(nQtdLiv)
             END-READ
           END-IF
           READ tfLivro NEXT RECORD
             AT END MOVE HIGH-VALUES TO regLivro
           END-READ
         END-PERFORM
         CLOSE tfLivro
         OPEN I-O tfLivro.

      *-------------------------------------------------------------
      * Data da ultima venda valida de cada titulo da tabela.
      *-------------------------------------------------------------
       ultimas-vendas.
         CLOSE tfVenda
         OPEN INPUT tfVenda
         READ tfVenda NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVenda
         END-READ
         PERFORM UNTIL regVenda = HIGH-VALUES
           IF tVenda-cancelada not = "S" THEN
             move ZEROS to nPos
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdLiv
               IF tb-liv-isbn(j) = tVenda-isbn THEN
                 move j to nPos
               END-IF
             END-PERFORM
             IF nPos > ZEROS THEN
               COMPUTE nDataAAAAMMDD =
                   (FUNCTION NUMVAL(tVenda-dthrvenda(7:4)) * 10000) +
                   (FUNCTION NUMVAL(tVenda-dthrvenda(4:2)) * 100) +
                    FUNCTION NUMVAL(tVenda-dthrvenda(1:2))
               COMPUTE nIntData =
                   FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
               IF nIntData > tb-liv-ultvenda(nPos) THEN
                 move nIntData to tb-liv-ultvenda(nPos)
               END-IF
             END-IF
           END-IF
           READ tfVenda NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

      *-------------------------------------------------------------
      * Data da ultima entrada de cada titulo: movimentos de
      * entrada do kardex e, para recebimentos anteriores ao
      * kardex, a data das linhas recebidas de pedido de compra.
      *-------------------------------------------------------------
       ultimas-entradas.
         OPEN INPUT tfKardex
         if ws-fs-tfKardex = "00" then
           READ tfKardex
             AT END MOVE HIGH-VALUES TO regKardex
           END-READ
           PERFORM UNTIL regKardex = HIGH-VALUES
             IF tKardex-tipo = "RC" OR tKardex-tipo = "CE" OR
                tKardex-tipo = "IM" THEN
               move ZEROS to nPos
               PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdLiv
                 IF tb-liv-isbn(j) = tKardex-isbn THEN
                   move j to nPos
                 END-IF
               END-PERFORM
               IF nPos > ZEROS THEN
                 COMPUTE nDataAAAAMMDD =
                   (FUNCTION NUMVAL(tKardex-datahora(7:4)) * 10000) +
                   (FUNCTION NUMVAL(tKardex-datahora(4:2)) * 100) +
                    FUNCTION NUMVAL(tKardex-datahora(1:2))
                 COMPUTE nIntData =
                     FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
                 IF nIntData > tb-liv-ultentr(nPos) THEN
                   move nIntData to tb-liv-ultentr(nPos)
                 END-IF
               END-IF
             END-IF
             READ tfKardex
               AT END MOVE HIGH-VALUES TO regKardex
             END-READ
           END-PERFORM
           CLOSE tfKardex
         end-if

         CLOSE tfPedCompra
         OPEN INPUT tfPedCompra
         READ tfPedCompra
           AT END MOVE HIGH-VALUES TO regPedCompra
         END-READ
         PERFORM UNTIL regPedCompra = HIGH-VALUES
           IF tPedCompra-qtdrecebida > ZEROS AND
              tPedCompra-dtpedido not = SPACES THEN
             move ZEROS to nPos
             PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdLiv
               IF tb-liv-isbn(j) = tPedCompra-isbn THEN
                 move j to nPos
               END-IF
             END-PERFORM
             IF nPos > ZEROS THEN
               COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(tPedCompra-dtpedido(7:4)) * 10000) +
                 (FUNCTION NUMVAL(tPedCompra-dtpedido(4:2)) * 100) +
                  FUNCTION NUMVAL(tPedCompra-dtpedido(1:2))
               COMPUTE nIntData =
                   FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
               IF nIntData > tb-liv-ultentr(nPos) THEN
                 move nIntData to tb-liv-ultentr(nPos)
               END-IF
             END-IF
           END-IF
           READ tfPedCompra
             AT END MOVE HIGH-VALUES TO regPedCompra
           END-READ
         END-PERFORM
         CLOSE tfPedCompra
         OPEN I-O tfPedCompra.

      *-------------------------------------------------------------
      * Dias parado e faixa de cada titulo. Sem venda nem entrada
      * conhecida o titulo vai para a faixa mais antiga.
      *-------------------------------------------------------------
       calcula-faixas.
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > 4
           move ZEROS to tb-faixa-qtd(i), tb-faixa-valor(i)
         END-PERFORM
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdLiv
           move ZEROS to nIntData
           IF tb-liv-ultvenda(i) > ZEROS THEN
             move tb-liv-ultvenda(i) to nIntData
           ELSE
             move tb-liv-ultentr(i) to nIntData
           END-IF
           IF nIntData = ZEROS THEN
             move 99999 to tb-liv-dias(i)
           ELSE
             IF nIntData > nIntHoje THEN
               move ZEROS to tb-liv-dias(i)
             ELSE
               COMPUTE tb-liv-dias(i) = nIntHoje - nIntData
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN tb-liv-dias(i) <= 90  move 1 to tb-liv-faixa(i)
             WHEN tb-liv-dias(i) <= 180 move 2 to tb-liv-faixa(i)
             WHEN tb-liv-dias(i) <= 365 move 3 to tb-liv-faixa(i)
             WHEN OTHER                 move 4 to tb-liv-faixa(i)
           END-EVALUATE
           move tb-liv-faixa(i) to nFaixa
           COMPUTE nValorItem = tb-liv-qtd(i) * tb-liv-custo(i)
           ADD tb-liv-qtd(i) TO tb-faixa-qtd(nFaixa)
           ADD nValorItem TO tb-faixa-valor(nFaixa)
         END-PERFORM.

      *-------------------------------------------------------------
      * Lista faixa a faixa; os titulos das faixas 3 e 4 levam o
      * numero da tabela, usado na escolha das promocoes.
      *-------------------------------------------------------------
       mostra-faixas.
         move ZEROS to nCandidatos
         PERFORM VARYING nFaixa FROM 1 BY 1 UNTIL nFaixa > 4
           DISPLAY " "
           DISPLAY "== Parados ha " tb-faixa-nome(nFaixa)
           DISPLAY "Num   ISBN          Titulo                        "
                   "  Qtd Dias  Valor (custo)"
           move ZEROS to nNaFaixa
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdLiv
             IF tb-liv-faixa(i) = nFaixa THEN
               ADD 1 TO nNaFaixa
               COMPUTE nValorItem = tb-liv-qtd(i) * tb-liv-custo(i)
               IF nFaixa > 2 THEN
                 ADD 1 TO nCandidatos
               END-IF
               IF tb-liv-dias(i) = 99999 THEN
                 DISPLAY i " " tb-liv-isbn(i) " " tb-liv-titulo(i)
                         " " tb-liv-qtd(i)(6:5) " ----- "
                         nValorItem " sem venda/entrada"
               ELSE
                 DISPLAY i " " tb-liv-isbn(i) " " tb-liv-titulo(i)
                         " " tb-liv-qtd(i)(6:5) " " tb-liv-dias(i)
                         " " nValorItem
               END-IF
             END-IF
           END-PERFORM
           IF nNaFaixa = ZEROS THEN
             DISPLAY "(nenhum titulo)"
           END-IF
           DISPLAY "Subtotal: " tb-faixa-qtd(nFaixa) " exemplar(es)"
                   "  R$ " tb-faixa-valor(nFaixa)
         END-PERFORM.

      *-------------------------------------------------------------
      * Grava promocoes de desconto percentual (tipo "D") para os
      * titulos escolhidos das faixas 3 e 4, com a mesma vigencia
      * e desconto; promocao ja existente do ISBN e substituida,
      * como em cadastroPromocao.
      *-------------------------------------------------------------
       cria-promocoes.
         move ZEROS to nCriadas
         DISPLAY "Desconto (%): " WITH NO ADVANCING
         ACCEPT nDesconto
         if nDesconto = ZEROS then
           DISPLAY "Desconto invalido!"
         else
           move "Inicio da vigencia (dd/mm/yyyy): " to sRotulo
           call "validaDataHora" using sRotulo, sDtInicio, g-true
           move g-validaDataHora to sDtInicio
           move "Fim da vigencia (dd/mm/yyyy)...: " to sRotulo
           call "validaDataHora" using sRotulo, sDtFim, g-true
           move g-validaDataHora to sDtFim
           DISPLAY "(T)odos os titulos das faixas 181-365 e +365 "
                   "ou (E)scolher pelo numero?: " WITH NO ADVANCING
           ACCEPT sOpcao
           if sOpcao = "T" or sOpcao = "t" then
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdLiv
               IF tb-liv-faixa(i) > 2 THEN
                 move i to nItem
                 PERFORM grava-promocao
               END-IF
             END-PERFORM
           else
             move g-false to bSair
             PERFORM UNTIL bSair = g-true
               DISPLAY "Numero do titulo (0 = encerrar): "
                       WITH NO ADVANCING
               ACCEPT nItem
               EVALUATE TRUE
                 WHEN nItem = ZEROS
                   move g-true to bSair
                 WHEN nItem > nQtdLiv
                   DISPLAY MSG-ERRO
                 WHEN tb-liv-faixa(nItem) < 3
                   DISPLAY "Titulo fora das faixas mais antigas!"
                 WHEN OTHER
                   PERFORM grava-promocao
               END-EVALUATE
             END-PERFORM
           end-if
           DISPLAY nCriadas " promocao(oes) gravada(s)."
         end-if.

       grava-promocao.
         move tb-liv-isbn(nItem) to tPromocao-isbn
         move sDtInicio(1:10) to tPromocao-dtinicio
         move sDtFim(1:10) to tPromocao-dtfim
         move "D" to tPromocao-tipo
         move nDesconto to tPromocao-valor
         WRITE regPromocao
           INVALID KEY
             REWRITE regPromocao
               INVALID KEY
                 DISPLAY tb-liv-isbn(nItem) " " MSG-REGNALT
               NOT INVALID KEY
                 ADD 1 TO nCriadas
                 DISPLAY tb-liv-isbn(nItem) " promocao substituida"
             END-REWRITE
           NOT INVALID KEY
             ADD 1 TO nCriadas
             DISPLAY tb-liv-isbn(nItem) " promocao incluida"
         END-WRITE.
       END PROGRAM relatorioEstoqueParado.
      *-------------------------------------------------------------
      * Revisao de precos em lote: escolhe os titulos por editora
      * (tLivro-codeditora), por assunto (livroass.dat) ou por uma
      * lista de ISBN, aplica um percentual ou um preco fixo a
      * partir de uma data de vigencia e mostra a previa antes de
      * gravar. Cada troca vai para o historico de precos
      * (precohist.dat) com preco antigo, preco novo, data e
      * operador; vigencia futura fica pendente ate a data e e
      * aplicada por aplicaPrecosPendentes. Tambem consulta o
      * historico de um livro e o preco vigente numa data.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revisaoPrecos IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sOpcao        PIC X        VALUE SPACES.
         01 sSelecao      PIC X        VALUE SPACES.
         01 sTipoRev      PIC X        VALUE SPACES.
         01 sConfirma     PIC X        VALUE SPACES.
         01 sRotulo       PIC X(255)   VALUE SPACES.
         01 sCodigo       PIC X(10)    VALUE SPACES.
         01 nCodEditora   PIC 9(10)    VALUE ZEROS.
         01 sIsbn         PIC X(13)    VALUE SPACES.
         01 sDtVigencia   PIC X(19)    VALUE SPACES.
         01 sDtConsulta   PIC X(19)    VALUE SPACES.
         01 nPercentual   PIC S9(3)V99 VALUE ZEROS.
         01 nPrecoFixo    PIC 9(7)V99  VALUE ZEROS.
         01 nPrecoAtual   PIC 9(7)V99  VALUE ZEROS.
         01 nPrecoNovo    PIC 9(7)V99  VALUE ZEROS.
         01 sPrecoEd      PIC Z(6)9.99 VALUE ZEROS.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntHoje      PIC 9(7)     VALUE ZEROS.
         01 nIntData      PIC 9(7)     VALUE ZEROS.
         01 nIntConsulta  PIC 9(7)     VALUE ZEROS.
         01 nIntMelhor    PIC 9(7)     VALUE ZEROS.
         01 nPrecoNaData  PIC 9(7)V99  VALUE ZEROS.
         01 bSair         PIC 9        VALUE ZERO.
         01 bAchou        PIC 9        VALUE ZERO.
         01 i             PIC 9(5)     VALUE ZEROS.
         01 nGravados     PIC 9(5)     VALUE ZEROS.
         01 nMovs         PIC 9(5)     VALUE ZEROS.
      *  titulos escolhidos para a revisao
         01 nQtdRev       PIC 9(5)     VALUE ZEROS.
         01 tb-rev.
           05 tb-rev-item OCCURS 1000 TIMES.
              10 tb-rev-isbn     PIC X(13)   VALUE SPACES.
              10 tb-rev-titulo   PIC X(30)   VALUE SPACES.
              10 tb-rev-precoant PIC 9(7)V99 VALUE ZEROS.
              10 tb-rev-preconov PIC 9(7)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
         move g-false to bSair
         PERFORM UNTIL bSair = g-true
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY "| Revisão de Preços                          "
                   "                  |"
           DISPLAY "| (R)evisao em lote (H)istorico do livro (V)o"
                   "ltar              |"
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY MSG-OPCAO WITH NO ADVANCING
           ACCEPT sOpcao
           EVALUATE TRUE
             WHEN sOpcao = "R" or sOpcao = "r"
               PERFORM revisao-lote
             WHEN sOpcao = "H" or sOpcao = "h"
               PERFORM historico-livro
             WHEN sOpcao = "V" or sOpcao = "v"
               move g-true to bSair
             WHEN OTHER
               DISPLAY MSG-ERRO
           END-EVALUATE
         END-PERFORM
         GOBACK.

       revisao-lote.
         move ZEROS to nQtdRev
         DISPLAY "Selecionar por (E)ditora, (A)ssunto ou (L)ista de "
                 "ISBN?: " WITH NO ADVANCING
         ACCEPT sSelecao
         EVALUATE TRUE
           WHEN sSelecao = "E" or sSelecao = "e"
             PERFORM seleciona-editora
           WHEN sSelecao = "A" or sSelecao = "a"
             PERFORM seleciona-assunto
           WHEN sSelecao = "L" or sSelecao = "l"
             PERFORM seleciona-lista
           WHEN OTHER
             DISPLAY MSG-ERRO
         END-EVALUATE
         if nQtdRev = ZEROS then
           DISPLAY "Nenhum titulo selecionado."
         else
           DISPLAY nQtdRev " titulo(s) selecionado(s)."
           DISPLAY "(P)ercentual ou preco (F)ixo?: "
                   WITH NO ADVANCING
           ACCEPT sTipoRev
           if sTipoRev = "F" or sTipoRev = "f" then
             move "F" to sTipoRev
             DISPLAY "Novo preco: " WITH NO ADVANCING
             ACCEPT nPrecoFixo
           else
             move "P" to sTipoRev
             DISPLAY "Percentual (negativo para reduzir): "
                     WITH NO ADVANCING
             ACCEPT nPercentual
           end-if
           move "Vigencia a partir de (dd/mm/yyyy): " to sRotulo
           call "validaDataHora" using sRotulo, sDtVigencia, g-true
           move g-validaDataHora to sDtVigencia
           PERFORM calcula-previa
           DISPLAY "Confirma a revisao de precos? (S/N): "
                   WITH NO ADVANCING
           ACCEPT sConfirma
           if sConfirma = "S" or sConfirma = "s" then
             PERFORM grava-revisao
           else
             DISPLAY "Revisao de precos nao gravada."
           end-if
         end-if
         ACCEPT g-tecla-return.

       seleciona-editora.
         DISPLAY "Codigo da editora: " WITH NO ADVANCING
         ACCEPT sCodigo
         move FUNCTION NUMVAL(sCodigo) to nCodEditora
         CLOSE tfLivro
         OPEN INPUT tfLivro
         READ tfLivro NEXT RECORD
           AT END MOVE HIGH-VALUES TO regLivro
         END-READ
         PERFORM UNTIL regLivro = HIGH-VALUES
           IF tLivro-codeditora = nCodEditora THEN
             PERFORM guarda-titulo
           END-IF
           READ tfLivro NEXT RECORD
             AT END MOVE HIGH-VALUES TO regLivro
           END-READ
         END-PERFORM
         CLOSE tfLivro
         OPEN I-O tfLivro.

       seleciona-assunto.
         DISPLAY "Codigo do assunto: " WITH NO ADVANCING
         ACCEPT sCodigo
         CLOSE tfLivroAss
         OPEN INPUT tfLivroAss
         READ tfLivroAss
           AT END MOVE HIGH-VALUES TO regLivroAss
         END-READ
         PERFORM UNTIL regLivroAss = HIGH-VALUES
           IF tLivroAss-codassunto = sCodigo THEN
             move tLivroAss-isbn to tLivro-isbn
             READ tfLivro
               INVALID KEY continue
               NOT INVALID KEY PERFORM guarda-titulo
             END-READ
           END-IF
           READ tfLivroAss
             AT END MOVE HIGH-VALUES TO regLivroAss
           END-READ
         END-PERFORM
         CLOSE tfLivroAss
         OPEN I-O tfLivroAss.

       seleciona-lista.
         move SPACES to sIsbn
         DISPLAY "Digite os ISBN, um por linha (em branco encerra)"
         move g-false to bAchou
         PERFORM UNTIL bAchou = g-true
           DISPLAY "ISBN: " WITH NO ADVANCING
           move SPACES to sIsbn
           ACCEPT sIsbn
           if sIsbn = SPACES then
             move g-true to bAchou
           else
             move sIsbn to tLivro-isbn
             READ tfLivro
               INVALID KEY DISPLAY "Livro nao cadastrado!"
               NOT INVALID KEY
                 DISPLAY tLivro-titulo
                 PERFORM guarda-titulo
             END-READ
           end-if
         END-PERFORM.

      *-------------------------------------------------------------
      * Poe o livro corrente (regLivro) na tabela, sem repetir.
      *-------------------------------------------------------------
       guarda-titulo.
         move g-false to bAchou
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdRev
           IF tb-rev-isbn(i) = tLivro-isbn THEN
             move g-true to bAchou
           END-IF
         END-PERFORM
         IF bAchou = g-false AND nQtdRev < 1000 THEN
           ADD 1 TO nQtdRev
           move tLivro-isbn to tb-rev-isbn(nQtdRev)
           move tLivro-titulo to tb-rev-titulo(nQtdRev)
           move FUNCTION NUMVAL(tLivro-preco)
             to tb-rev-precoant(nQtdRev)
         END-IF
         move g-false to bAchou.

       calcula-previa.
         DISPLAY " "
         DISPLAY "-- Previa da revisao (vigencia " sDtVigencia(1:10)
                 ") --"
         DISPLAY "ISBN          Titulo                         "
                 "Preco atual  Preco novo"
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdRev
           if sTipoRev = "F" then
             move nPrecoFixo to tb-rev-preconov(i)
           else
             COMPUTE tb-rev-preconov(i) ROUNDED =
                 tb-rev-precoant(i) * (100 + nPercentual) / 100
           end-if
           DISPLAY tb-rev-isbn(i) " " tb-rev-titulo(i) " "
                   tb-rev-precoant(i) "   " tb-rev-preconov(i)
         END-PERFORM.

      *-------------------------------------------------------------
      * Grava o historico; vigencia ate hoje ja troca o preco do
      * livro, vigencia futura fica pendente ("P").
      *-------------------------------------------------------------
       grava-revisao.
         call "retDataHora"
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(g-retdatahora(7:4)) * 10000) +
             (FUNCTION NUMVAL(g-retdatahora(4:2)) * 100) +
              FUNCTION NUMVAL(g-retdatahora(1:2))
         COMPUTE nIntHoje = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDtVigencia(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDtVigencia(4:2)) * 100) +
              FUNCTION NUMVAL(sDtVigencia(1:2))
         COMPUTE nIntData = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         move ZEROS to nGravados
         OPEN EXTEND tfPrecoHist
         if ws-fs-tfPrecoHist = "35" then
           OPEN OUTPUT tfPrecoHist
         end-if
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdRev
           move SPACES to regPrecoHist
           move tb-rev-isbn(i) to tPreco-isbn
           move tb-rev-precoant(i) to tPreco-precoant
           move tb-rev-preconov(i) to tPreco-preconovo
           move sDtVigencia(1:10) to tPreco-dtvigencia
           move g-retdatahora to tPreco-dthrregistro
           move g-login-usuario to tPreco-operador
           move "P" to tPreco-situacao
           if nIntData <= nIntHoje then
             move tb-rev-isbn(i) to tLivro-isbn
             READ tfLivro
               INVALID KEY continue
               NOT INVALID KEY
                 move FUNCTION NUMVAL(tLivro-preco) to tPreco-precoant
                 move tb-rev-preconov(i) to sPrecoEd
                 call "trim" using by content sPrecoEd
                 move g-trim to tLivro-preco
                 REWRITE regLivro
      *          livro preso por outro terminal (Requisito 040): a
      *          troca fica pendente e entra na proxima aplicacao
                 if ws-fs-tfLivro = "99" then
                   DISPLAY tb-rev-isbn(i) " " MSG-REGEMUSO
                 else
                   move "A" to tPreco-situacao
                   move g-retdatahora to tPreco-dthraplicado
                 end-if
             END-READ
           end-if
           WRITE regPrecoHist
           add 1 to nGravados
         END-PERFORM
         CLOSE tfPrecoHist
      *  mesmo formato de trilha gravado por escreveArq
         OPEN EXTEND tfAuditoria
         move SPACES to regAuditoria
         STRING "tfPrecoHis" DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-login-usuario DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
                " revisao de precos " DELIMITED BY SIZE
                nGravados DELIMITED BY SIZE
                " a partir de " DELIMITED BY SIZE
                sDtVigencia(1:10) DELIMITED BY SIZE
           INTO regAuditoria
         END-STRING
         WRITE regAuditoria
         CLOSE tfAuditoria
         if nIntData <= nIntHoje then
           DISPLAY nGravados " preco(s) revisto(s)."
         else
           DISPLAY nGravados " preco(s) agendado(s) para "
                   sDtVigencia(1:10)
         end-if.

      *-------------------------------------------------------------
      * Historico de precos de um livro e o preco vigente numa
      * data: o preco novo da ultima troca aplicada com vigencia
      * ate a data; sem troca ate a data vale o preco antigo da
      * primeira troca posterior; sem troca alguma, o preco atual.
      *-------------------------------------------------------------
       historico-livro.
         DISPLAY "ISBN do livro: " WITH NO ADVANCING
         ACCEPT sIsbn
         move sIsbn to tLivro-isbn
         READ tfLivro
           INVALID KEY
             DISPLAY "Livro nao cadastrado!"
           NOT INVALID KEY
             DISPLAY tLivro-titulo
             DISPLAY "Preco atual: " tLivro-preco
             move "Preco em qual data (dd/mm/yyyy): " to sRotulo
             call "validaDataHora" using sRotulo, sDtConsulta,
                  g-true
             move g-validaDataHora to sDtConsulta
             COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(sDtConsulta(7:4)) * 10000) +
                 (FUNCTION NUMVAL(sDtConsulta(4:2)) * 100) +
                  FUNCTION NUMVAL(sDtConsulta(1:2))
             COMPUTE nIntConsulta =
                 FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
             move FUNCTION NUMVAL(tLivro-preco) to nPrecoNaData
             move ZEROS to nIntMelhor, nMovs
             move g-false to bAchou
             DISPLAY "Vigencia   Preco antigo Preco novo Operador   "
                     "Sit."
             OPEN INPUT tfPrecoHist
             if ws-fs-tfPrecoHist = "00" then
               READ tfPrecoHist
                 AT END MOVE HIGH-VALUES TO regPrecoHist
               END-READ
               PERFORM UNTIL regPrecoHist = HIGH-VALUES
                 IF tPreco-isbn = sIsbn THEN
                   add 1 to nMovs
                   DISPLAY tPreco-dtvigencia " " tPreco-precoant
                           "   " tPreco-preconovo " "
                           tPreco-operador " " tPreco-situacao
                   IF tPreco-situacao = "A" THEN
                     PERFORM preco-na-data
                   END-IF
                 END-IF
                 READ tfPrecoHist
                   AT END MOVE HIGH-VALUES TO regPrecoHist
                 END-READ
               END-PERFORM
               CLOSE tfPrecoHist
             end-if
             if nMovs = ZEROS then
               DISPLAY "Nenhuma revisao de preco para este livro."
             end-if
             DISPLAY "Preco em " sDtConsulta(1:10) ": " nPrecoNaData
         END-READ
         ACCEPT g-tecla-return.

       preco-na-data.
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(tPreco-dtvigencia(7:4)) * 10000) +
             (FUNCTION NUMVAL(tPreco-dtvigencia(4:2)) * 100) +
              FUNCTION NUMVAL(tPreco-dtvigencia(1:2))
         COMPUTE nIntData = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         if nIntData <= nIntConsulta then
           if nIntData >= nIntMelhor then
             move nIntData to nIntMelhor
             move tPreco-preconovo to nPrecoNaData
             move g-true to bAchou
           end-if
         else
      *    troca posterior a data: antes dela valia o preco antigo,
      *    desde que nenhuma troca anterior a data tenha aparecido
           if bAchou = g-false and
              (nIntMelhor = ZEROS or nIntData < nIntMelhor) then
             move nIntData to nIntMelhor
             move tPreco-precoant to nPrecoNaData
           end-if
         end-if.
       END PROGRAM revisaoPrecos.
      *-------------------------------------------------------------
      * Aplica as revisoes de preco pendentes (tPreco-situacao "P")
      * cuja vigencia ja chegou: troca tLivro-preco e marca a
      * revisao como aplicada, guardando o preco que o livro tinha
      * na hora. Chamado depois do login e pelo fim do dia; livro
      * preso por outro terminal fica para a proxima vez.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aplicaPrecosPendentes IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntHoje      PIC 9(7)     VALUE ZEROS.
         01 nIntData      PIC 9(7)     VALUE ZEROS.
         01 nAplicados    PIC 9(5)     VALUE ZEROS.
         01 sPrecoEd      PIC Z(6)9.99 VALUE ZEROS.
       PROCEDURE DIVISION.
         move ZEROS to nAplicados
         call "retDataHora"
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(g-retdatahora(7:4)) * 10000) +
             (FUNCTION NUMVAL(g-retdatahora(4:2)) * 100) +
              FUNCTION NUMVAL(g-retdatahora(1:2))
         COMPUTE nIntHoje = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         OPEN I-O tfPrecoHist
         if ws-fs-tfPrecoHist = "00" then
           READ tfPrecoHist
             AT END MOVE HIGH-VALUES TO regPrecoHist
           END-READ
           PERFORM UNTIL regPrecoHist = HIGH-VALUES
             IF tPreco-situacao = "P" THEN
               COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(tPreco-dtvigencia(7:4)) * 10000) +
                 (FUNCTION NUMVAL(tPreco-dtvigencia(4:2)) * 100) +
                  FUNCTION NUMVAL(tPreco-dtvigencia(1:2))
               COMPUTE nIntData =
                   FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
               IF nIntData <= nIntHoje THEN
                 move tPreco-isbn to tLivro-isbn
                 READ tfLivro
                   INVALID KEY continue
                   NOT INVALID KEY
                     move FUNCTION NUMVAL(tLivro-preco)
                       to tPreco-precoant
                     move tPreco-preconovo to sPrecoEd
                     call "trim" using by content sPrecoEd
                     move g-trim to tLivro-preco
                     REWRITE regLivro
                     if ws-fs-tfLivro not = "99" then
                       move "A" to tPreco-situacao
                       move g-retdatahora to tPreco-dthraplicado
                       REWRITE regPrecoHist
                       add 1 to nAplicados
                     end-if
                 END-READ
               END-IF
             END-IF
             READ tfPrecoHist
               AT END MOVE HIGH-VALUES TO regPrecoHist
             END-READ
           END-PERFORM
           CLOSE tfPrecoHist
         end-if
         if nAplicados > ZEROS then
           DISPLAY nAplicados " revisao(oes) de preco agendada(s) "
                   "aplicada(s)."
         end-if.
       END PROGRAM aplicaPrecosPendentes.
      *-------------------------------------------------------------
      * Documento fiscal de um pedido concluido (depois do cupom),
      * acrescentado a fiscal.txt para o programa de notas fiscais.
      * Layout fixo, um registro por linha:
      *   "H" cabecalho: 01 tipo, 02-08 pedido, 09-27 data/hora,
      *     28-41 CPF, 42-71 nome, 72-111 logradouro, 112-126
      *     bairro, 127-134 CEP, 135-164 cidade, 165-184 estado,
      *     185-196 total a vista, 197-208 cartao, 209-220
      *     parcelado, 221-232 vale-troca, 233-244 sinal de
      *     encomenda pago antes (valores 9(9).99)
      *   "I" item: 01 tipo, 02-08 pedido, 09-27 data/hora da
      *     venda, 28-40 ISBN, 41-90 titulo, 91-93 quantidade,
      *     94-103 preco unitario 9(7).99, 104-115 total 9(9).99
      *     (o total do item inclui o sinal da encomenda retirada)
      *   "C" cancelamento (ver exportaFiscalEstorno): 01 tipo,
      *     02-08 pedido, 09-27 data/hora do estorno, 28-46
      *     data/hora da venda, 47-60 CPF, 61-73 ISBN, 74-76
      *     quantidade, 77-88 valor 9(9).99
      * sDtHrVenda - a data/hora da venda (dd/mm/yyyy hh:mm:ss)
      * sCpfVenda - o CPF do cliente da venda
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportaFiscal IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nItens        PIC 9(3)     VALUE ZEROS.
         01 nQtdLinha     PIC 9(3)     VALUE ZEROS.
         01 nPrecoItem    PIC 9(7)V99  VALUE ZEROS.
         01 nPedido       PIC 9(7)     VALUE ZEROS.
         01 i             PIC 9(3)     VALUE ZEROS.
         01 linhaFiscalH.
            05 lfh-tipo       PIC X.
            05 lfh-numpedido  PIC 9(7).
            05 lfh-dthrvenda  PIC X(19).
            05 lfh-cpf        PIC X(14).
            05 lfh-nome       PIC X(30).
            05 lfh-logradouro PIC X(40).
            05 lfh-bairro     PIC X(15).
            05 lfh-cep        PIC X(8).
            05 lfh-cidade     PIC X(30).
            05 lfh-estado     PIC X(20).
            05 lfh-totavista  PIC 9(9).99.
            05 lfh-totcartao  PIC 9(9).99.
            05 lfh-totparc    PIC 9(9).99.
            05 lfh-totvale    PIC 9(9).99.
            05 lfh-totsinal   PIC 9(9).99.
         01 linhaFiscalI.
            05 lfi-tipo       PIC X.
            05 lfi-numpedido  PIC 9(7).
            05 lfi-dthrvenda  PIC X(19).
            05 lfi-isbn       PIC X(13).
            05 lfi-titulo     PIC X(50).
            05 lfi-qtd        PIC 9(3).
            05 lfi-unitario   PIC 9(7).99.
            05 lfi-total      PIC 9(9).99.
      *  totais por forma de pagamento (A, C, P, V)
         01 nTotAVista    PIC 9(9)V99  VALUE ZEROS.
         01 nTotCartao    PIC 9(9)V99  VALUE ZEROS.
         01 nTotParc      PIC 9(9)V99  VALUE ZEROS.
         01 nTotVale      PIC 9(9)V99  VALUE ZEROS.
         01 nTotSinal     PIC 9(9)V99  VALUE ZEROS.
      *  itens do pedido, gravados depois do cabecalho
         01 tb-fis.
           05 tb-fis-item OCCURS 200 TIMES.
              10 tb-fis-isbn  PIC X(13)   VALUE SPACES.
              10 tb-fis-qtd   PIC 9(3)    VALUE ZEROS.
              10 tb-fis-total PIC 9(7)V99 VALUE ZEROS.
       LINKAGE SECTION.
         01 sDtHrVenda PIC X(19).
         01 sCpfVenda  PIC X(14).
       PROCEDURE DIVISION USING sDtHrVenda, sCpfVenda.
         move ZEROS to nItens, nPedido
         move ZEROS to nTotAVista, nTotCartao, nTotParc, nTotVale
      *  linhas da venda pela chave alternativa do CPF (mesma
      *  leitura de emitirCupom)
         CLOSE tfVenda
         OPEN INPUT tfVenda
         move sCpfVenda to tVenda-cpf
         START tfVenda KEY IS = tVenda-cpf
           INVALID KEY MOVE HIGH-VALUES TO regVenda
           NOT INVALID KEY
             READ tfVenda NEXT RECORD
               AT END MOVE HIGH-VALUES TO regVenda
             END-READ
         END-START
         PERFORM UNTIL regVenda = HIGH-VALUES
                 or tVenda-cpf not = sCpfVenda
           IF tVenda-dthrvenda = sDtHrVenda AND
              tVenda-cancelada not = "S" AND nItens < 200 THEN
             add 1 to nItens
             if tVenda-numpedido is NUMERIC then
               move tVenda-numpedido to nPedido
             end-if
             move tVenda-isbn to tb-fis-isbn(nItens)
             move 1 to nQtdLinha
             if tVenda-qtditem is NUMERIC and
                tVenda-qtditem > ZEROS then
               move tVenda-qtditem to nQtdLinha
             end-if
             move nQtdLinha to tb-fis-qtd(nItens)
             move FUNCTION NUMVAL(tVenda-precovenda) to nPrecoItem
             move nPrecoItem to tb-fis-total(nItens)
             EVALUATE tVenda-formapagto
               WHEN "C" ADD nPrecoItem TO nTotCartao
               WHEN "P" ADD nPrecoItem TO nTotParc
               WHEN "V" ADD nPrecoItem TO nTotVale
               WHEN OTHER ADD nPrecoItem TO nTotAVista
             END-EVALUATE
           END-IF
           READ tfVenda NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda

      *  encomendas retiradas nesta venda: o sinal abatido volta
      *  ao total do item, e o cabecalho mostra quanto foi sinal
         move ZEROS to nTotSinal
         if nItens > ZEROS then
           CLOSE tfEncomenda
           OPEN INPUT tfEncomenda
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
           PERFORM UNTIL regEncomenda = HIGH-VALUES
             IF tEnc-situacao = "E" AND tEnc-cpf = sCpfVenda AND
                tEnc-dthrvenda = sDtHrVenda AND
                tEnc-sinalabat > ZEROS THEN
               PERFORM VARYING i FROM 1 BY 1 UNTIL i > nItens
                 IF tb-fis-isbn(i) = tEnc-isbn THEN
                   add tEnc-sinalabat to tb-fis-total(i), nTotSinal
                   move 201 to i
                 END-IF
               END-PERFORM
             END-IF
             READ tfEncomenda
               AT END MOVE HIGH-VALUES TO regEncomenda
             END-READ
           END-PERFORM
           CLOSE tfEncomenda
           OPEN I-O tfEncomenda
         end-if

         if nItens > ZEROS then
           move SPACES to linhaFiscalH
           move "H" to lfh-tipo
           move nPedido to lfh-numpedido
           move sDtHrVenda to lfh-dthrvenda
           move sCpfVenda to lfh-cpf
           move sCpfVenda to tCliente-cpf
           READ tfCliente
             INVALID KEY continue
             NOT INVALID KEY
               move tCliente-nome to lfh-nome
               move tCliente-codendereco to tEndereco-codigo
               READ tfEndereco
                 INVALID KEY continue
                 NOT INVALID KEY
                   move tEndereco-logradouro to lfh-logradouro
                   move tEndereco-bairro to lfh-bairro
                   move tEndereco-cep to lfh-cep
                   move tEndereco-cidade to lfh-cidade
                   move tEndereco-estado to lfh-estado
               END-READ
           END-READ
           move nTotAVista to lfh-totavista
           move nTotCartao to lfh-totcartao
           move nTotParc to lfh-totparc
           move nTotVale to lfh-totvale
           move nTotSinal to lfh-totsinal
           OPEN EXTEND tfFiscal
           if ws-fs-tfFiscal = "35" then
             OPEN OUTPUT tfFiscal
           end-if
           WRITE regFiscal FROM linhaFiscalH
           PERFORM VARYING i FROM 1 BY 1 UNTIL i > nItens
             move SPACES to linhaFiscalI
             move "I" to lfi-tipo
             move nPedido to lfi-numpedido
             move sDtHrVenda to lfi-dthrvenda
             move tb-fis-isbn(i) to lfi-isbn
             move tb-fis-isbn(i) to lfi-titulo
             move tb-fis-isbn(i) to tLivro-isbn
             READ tfLivro
               INVALID KEY continue
               NOT INVALID KEY move tLivro-titulo to lfi-titulo
             END-READ
             move tb-fis-qtd(i) to lfi-qtd
             COMPUTE lfi-unitario ROUNDED =
                 tb-fis-total(i) / tb-fis-qtd(i)
             move tb-fis-total(i) to lfi-total
             WRITE regFiscal FROM linhaFiscalI
           END-PERFORM
           CLOSE tfFiscal
         end-if.
       END PROGRAM exportaFiscal.
      *-------------------------------------------------------------
      * Registro fiscal de cancelamento ("C", layout em
      * exportaFiscal) da linha estornada, a partir do regEstorno
      * que estornarVenda acabou de montar.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportaFiscalEstorno IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 linhaFiscalC.
            05 lfc-tipo        PIC X.
            05 lfc-numpedido   PIC 9(7).
            05 lfc-dthrestorno PIC X(19).
            05 lfc-dthrvenda   PIC X(19).
            05 lfc-cpf         PIC X(14).
            05 lfc-isbn        PIC X(13).
            05 lfc-qtd         PIC 9(3).
            05 lfc-valor       PIC 9(9).99.
       PROCEDURE DIVISION.
         move SPACES to linhaFiscalC
         move "C" to lfc-tipo
         move tEstorno-numpedido to lfc-numpedido
         move tEstorno-dthrestorno to lfc-dthrestorno
         move tEstorno-dthrvenda to lfc-dthrvenda
         move tEstorno-cpf to lfc-cpf
         move tEstorno-isbn to lfc-isbn
         move tEstorno-qtd to lfc-qtd
         move tEstorno-valor to lfc-valor
         OPEN EXTEND tfFiscal
         if ws-fs-tfFiscal = "35" then
           OPEN OUTPUT tfFiscal
         end-if
         WRITE regFiscal FROM linhaFiscalC
         CLOSE tfFiscal.
       END PROGRAM exportaFiscalEstorno.
      *-------------------------------------------------------------
      * Reenvio dos documentos fiscais de um periodo, para quando o
      * programa de notas recusa um lote: copia de fiscal.txt para
      * fiscalreenvio.txt, no mesmo layout, os pedidos (cabecalho e
      * itens) vendidos no periodo e os cancelamentos feitos nele.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reenviarFiscal IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfReenvio ASSIGN TO "fiscalreenvio.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         FD tfReenvio.
         01 regReenvio PIC X(250).
       WORKING-STORAGE SECTION.
         01 sRotulo       PIC X(255).
         01 sDataIni      PIC X(19).
         01 sDataFim      PIC X(19).
         01 nDataAAAAMMDD PIC 9(8).
         01 nIntIni       PIC 9(7).
         01 nIntFim       PIC 9(7).
         01 nIntReg       PIC 9(7).
         01 nPedidos      PIC 9(7) VALUE ZEROS.
         01 nCancel       PIC 9(7) VALUE ZEROS.
         01 nLinhas       PIC 9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Reenviar Documentos Fiscais --"
         move "Data inicial (dd/mm/aaaa): " to sRotulo
         call "validaDataHora" using sRotulo, sDataIni, g-true
         move g-validaDataHora to sDataIni
         move "Data final (dd/mm/aaaa)..: " to sRotulo
         call "validaDataHora" using sRotulo, sDataFim, g-true
         move g-validaDataHora to sDataFim
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataIni(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataIni(4:2)) * 100) +
              FUNCTION NUMVAL(sDataIni(1:2))
         COMPUTE nIntIni = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataFim(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataFim(4:2)) * 100) +
              FUNCTION NUMVAL(sDataFim(1:2))
         COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

         move ZEROS to nPedidos, nCancel, nLinhas
         OPEN INPUT tfFiscal
         if ws-fs-tfFiscal not = "00" then
           DISPLAY "Nenhum documento fiscal exportado ainda."
         else
           OPEN OUTPUT tfReenvio
           READ tfFiscal
             AT END MOVE HIGH-VALUES TO regFiscal
           END-READ
           PERFORM UNTIL regFiscal = HIGH-VALUES
      *      a data do registro esta na mesma posicao (09-18) nos
      *      tres tipos: venda em "H"/"I", estorno em "C"
             COMPUTE nDataAAAAMMDD =
                 (FUNCTION NUMVAL(regFiscal(15:4)) * 10000) +
                 (FUNCTION NUMVAL(regFiscal(12:2)) * 100) +
                  FUNCTION NUMVAL(regFiscal(9:2))
             COMPUTE nIntReg = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
             IF (nIntReg >= nIntIni) AND (nIntReg <= nIntFim) THEN
               WRITE regReenvio FROM regFiscal
               add 1 to nLinhas
               EVALUATE regFiscal(1:1)
                 WHEN "H" add 1 to nPedidos
                 WHEN "C" add 1 to nCancel
               END-EVALUATE
             END-IF
             READ tfFiscal
               AT END MOVE HIGH-VALUES TO regFiscal
             END-READ
           END-PERFORM
           CLOSE tfReenvio
           CLOSE tfFiscal
           DISPLAY nPedidos " pedido(s) e " nCancel
                   " cancelamento(s), " nLinhas
                   " registro(s) em fiscalreenvio.txt"
         end-if
         ACCEPT g-tecla-return.
       END PROGRAM reenviarFiscal.
      *-------------------------------------------------------------
      * Conciliacao das vendas no cartao (tVenda-formapagto "C") com
      * o arquivo de liquidacao da adquirente, adquirente.txt, posto
      * no diretorio do sistema. Layout fixo, um registro por linha:
      *   01 tipo: "V" venda creditada, "E" estorno (chargeback)
      *   02-11 data da transacao original (dd/mm/aaaa)
      *   12-21 valor 9(7).99
      *   22-31 terminal, cadastrado na adquirente com o login do
      *         operador do caixa
      *   32-41 data do credito ou do debito na conta (dd/mm/aaaa)
      *   42-53 NSU da transacao
      * A venda e o conjunto das linhas de mesma data/hora e CPF,
      * cobrado de uma vez no cartao, e casa com a linha "V" de
      * mesma data, valor e terminal. Cada linha estornada por
      * estornarVenda (estorno.dat) casa com uma linha "E" de mesma
      * data da venda, valor da linha e terminal de quem vendeu.
      * Relatorio em conciliacao.lst.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. conciliaCartao IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfAdquirente ASSIGN TO "adquirente.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfAdquirente.
         SELECT tfConcilia ASSIGN TO "conciliacao.lst"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         FD tfAdquirente.
         01 regAdquirente.
            05 tAdq-tipo      PIC X.
            05 tAdq-data      PIC X(10).
            05 tAdq-valor     PIC X(10).
            05 tAdq-terminal  PIC X(10).
            05 tAdq-dtpagto   PIC X(10).
            05 tAdq-nsu       PIC X(12).
         FD tfConcilia.
         01 regConcilia PIC X(80).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfAdquirente PIC XX VALUE "00".
         01 sRotulo       PIC X(255)   VALUE SPACES.
         01 sDataIni      PIC X(19)    VALUE SPACES.
         01 sDataFim      PIC X(19)    VALUE SPACES.
         01 nDataAAAAMMDD PIC 9(8)     VALUE ZEROS.
         01 nIntIni       PIC 9(7)     VALUE ZEROS.
         01 nIntFim       PIC 9(7)     VALUE ZEROS.
         01 nIntReg       PIC 9(7)     VALUE ZEROS.
         01 sDataReg      PIC X(10)    VALUE SPACES.
         01 nPrecoItem    PIC 9(7)V99  VALUE ZEROS.
         01 i             PIC 9(4)     VALUE ZEROS.
         01 j             PIC 9(4)     VALUE ZEROS.
         01 nPos          PIC 9(4)     VALUE ZEROS.
         01 nLinhas       PIC 9(5)     VALUE ZEROS.
         01 nCasadas      PIC 9(5)     VALUE ZEROS.
         01 nSemPagto     PIC 9(5)     VALUE ZEROS.
         01 nSemVenda     PIC 9(5)     VALUE ZEROS.
         01 nEstPend      PIC 9(5)     VALUE ZEROS.
         01 nTotCasadas   PIC 9(9)V99  VALUE ZEROS.
         01 nTotSemPagto  PIC 9(9)V99  VALUE ZEROS.
         01 nTotSemVenda  PIC 9(9)V99  VALUE ZEROS.
         01 sValorEd      PIC 9(7).99  VALUE ZEROS.
         01 sTotalEd      PIC 9(9).99  VALUE ZEROS.
         01 sSituacao     PIC X(20)    VALUE SPACES.
      *  linhas da adquirente no periodo
         01 nQtdAdq       PIC 9(4)     VALUE ZEROS.
         01 tb-adq.
           05 tb-adq-item OCCURS 2000 TIMES.
              10 tb-adq-tipo     PIC X        VALUE SPACES.
              10 tb-adq-data     PIC X(10)    VALUE SPACES.
              10 tb-adq-valor    PIC 9(7)V99  VALUE ZEROS.
              10 tb-adq-terminal PIC X(10)    VALUE SPACES.
              10 tb-adq-dtpagto  PIC X(10)    VALUE SPACES.
              10 tb-adq-nsu      PIC X(12)    VALUE SPACES.
              10 tb-adq-usada    PIC X        VALUE "N".
      *  vendas no cartao do periodo (linhas somadas por data/hora
      *  e CPF) e a linha da adquirente que as pagou
         01 nQtdCar       PIC 9(4)     VALUE ZEROS.
         01 tb-car.
           05 tb-car-item OCCURS 2000 TIMES.
              10 tb-car-dthr     PIC X(19)    VALUE SPACES.
              10 tb-car-cpf      PIC X(14)    VALUE SPACES.
              10 tb-car-pedido   PIC 9(7)     VALUE ZEROS.
              10 tb-car-operador PIC X(10)    VALUE SPACES.
              10 tb-car-valor    PIC 9(7)V99  VALUE ZEROS.
              10 tb-car-adq      PIC 9(4)     VALUE ZEROS.
       PROCEDURE DIVISION.
         DISPLAY "-- Conciliacao de Cartoes --"
         move "Data inicial (dd/mm/aaaa): " to sRotulo
         call "validaDataHora" using sRotulo, sDataIni, g-true
         move g-validaDataHora to sDataIni
         move "Data final (dd/mm/aaaa)..: " to sRotulo
         call "validaDataHora" using sRotulo, sDataFim, g-true
         move g-validaDataHora to sDataFim
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataIni(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataIni(4:2)) * 100) +
              FUNCTION NUMVAL(sDataIni(1:2))
         COMPUTE nIntIni = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         COMPUTE nDataAAAAMMDD =
             (FUNCTION NUMVAL(sDataFim(7:4)) * 10000) +
             (FUNCTION NUMVAL(sDataFim(4:2)) * 100) +
              FUNCTION NUMVAL(sDataFim(1:2))
         COMPUTE nIntFim = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)

         OPEN INPUT tfAdquirente
         if ws-fs-tfAdquirente not = "00" then
           DISPLAY "Arquivo adquirente.txt não encontrado."
         else
           PERFORM carrega-adquirente
           CLOSE tfAdquirente
           PERFORM carrega-vendas
           PERFORM casa-vendas
           OPEN OUTPUT tfConcilia
           PERFORM cabecalho
           PERFORM lista-casadas
           PERFORM lista-sem-pagto
           PERFORM lista-estornos
           PERFORM lista-sem-venda
           CLOSE tfConcilia
           move nTotCasadas to sTotalEd
           DISPLAY "Conciliadas.........: " nCasadas " R$ " sTotalEd
           move nTotSemPagto to sTotalEd
           DISPLAY "Sem pagamento.......: " nSemPagto " R$ " sTotalEd
           move nTotSemVenda to sTotalEd
           DISPLAY "Pagas sem venda.....: " nSemVenda " R$ " sTotalEd
           DISPLAY "Estornos pendentes..: " nEstPend
           DISPLAY "Relatorio gravado em conciliacao.lst"
         end-if
         ACCEPT g-tecla-return
         GOBACK.

      *-------------------------------------------------------------
      * Linhas da adquirente com data da transacao no periodo.
      *-------------------------------------------------------------
       carrega-adquirente.
         move ZEROS to nQtdAdq
         READ tfAdquirente
           AT END MOVE HIGH-VALUES TO regAdquirente
         END-READ
         PERFORM UNTIL regAdquirente = HIGH-VALUES
           move tAdq-data to sDataReg
           PERFORM data-no-periodo
           IF (tAdq-tipo = "V" or tAdq-tipo = "E") AND
              nIntReg >= nIntIni AND nIntReg <= nIntFim AND
              nQtdAdq < 2000 THEN
             add 1 to nQtdAdq
             move tAdq-tipo to tb-adq-tipo(nQtdAdq)
             move tAdq-data to tb-adq-data(nQtdAdq)
             move FUNCTION NUMVAL(tAdq-valor) to
                  tb-adq-valor(nQtdAdq)
             move tAdq-terminal to tb-adq-terminal(nQtdAdq)
             move tAdq-dtpagto to tb-adq-dtpagto(nQtdAdq)
             move tAdq-nsu to tb-adq-nsu(nQtdAdq)
             move "N" to tb-adq-usada(nQtdAdq)
           END-IF
           READ tfAdquirente
             AT END MOVE HIGH-VALUES TO regAdquirente
           END-READ
         END-PERFORM.

       data-no-periodo.
         move ZEROS to nIntReg
         if sDataReg(1:2) is NUMERIC and sDataReg(4:2) is NUMERIC
            and sDataReg(7:4) is NUMERIC then
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(sDataReg(7:4)) * 10000) +
               (FUNCTION NUMVAL(sDataReg(4:2)) * 100) +
                FUNCTION NUMVAL(sDataReg(1:2))
           COMPUTE nIntReg = FUNCTION INTEGER-OF-DATE(nDataAAAAMMDD)
         end-if.

      *-------------------------------------------------------------
      * Vendas no cartao do periodo. O valor cobrado inclui as
      * linhas estornadas depois, que voltam pela linha "E".
      *-------------------------------------------------------------
       carrega-vendas.
         move ZEROS to nQtdCar
         CLOSE tfVenda
         OPEN INPUT tfVenda
         READ tfVenda NEXT RECORD
           AT END MOVE HIGH-VALUES TO regVenda
         END-READ
         PERFORM UNTIL regVenda = HIGH-VALUES
           move tVenda-dthrvenda(1:10) to sDataReg
           PERFORM data-no-periodo
           IF tVenda-formapagto = "C" AND
              nIntReg >= nIntIni AND nIntReg <= nIntFim THEN
             move ZEROS to nPos
             PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdCar
               if tb-car-dthr(i) = tVenda-dthrvenda and
                  tb-car-cpf(i) = tVenda-cpf then
                 move i to nPos
               end-if
             END-PERFORM
             IF nPos = ZEROS AND nQtdCar < 2000 THEN
               add 1 to nQtdCar
               move nQtdCar to nPos
               move tVenda-dthrvenda to tb-car-dthr(nPos)
               move tVenda-cpf to tb-car-cpf(nPos)
               move tVenda-operador to tb-car-operador(nPos)
               move ZEROS to tb-car-pedido(nPos)
               move ZEROS to tb-car-valor(nPos)
               move ZEROS to tb-car-adq(nPos)
             END-IF
             IF nPos > ZEROS THEN
               if tVenda-numpedido is NUMERIC then
                 move tVenda-numpedido to tb-car-pedido(nPos)
               end-if
               move FUNCTION NUMVAL(tVenda-precovenda) to nPrecoItem
               add nPrecoItem to tb-car-valor(nPos)
             END-IF
           END-IF
           READ tfVenda NEXT RECORD
             AT END MOVE HIGH-VALUES TO regVenda
           END-READ
         END-PERFORM
         CLOSE tfVenda
         OPEN I-O tfVenda.

       casa-vendas.
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdCar
           PERFORM VARYING j FROM 1 BY 1
                   UNTIL j > nQtdAdq or tb-car-adq(i) > ZEROS
             if tb-adq-tipo(j) = "V" and tb-adq-usada(j) = "N" and
                tb-adq-data(j) = tb-car-dthr(i)(1:10) and
                tb-adq-valor(j) = tb-car-valor(i) and
                tb-adq-terminal(j) = tb-car-operador(i) then
               move "S" to tb-adq-usada(j)
               move j to tb-car-adq(i)
             end-if
           END-PERFORM
         END-PERFORM.

       cabecalho.
         call "retDataHora"
         move "*----- LIVRUS VIRTUS - CONCILIACAO DE CARTOES -----*"
           to regConcilia
         WRITE regConcilia
         move SPACES to regConcilia
         STRING "Periodo..: " DELIMITED BY SIZE
                sDataIni(1:10) DELIMITED BY SIZE
                " a " DELIMITED BY SIZE
                sDataFim(1:10) DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia
         move SPACES to regConcilia
         STRING "Emitido..: " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia.

       titulo-secao.
         move "----------------------------------------------------"
           to regConcilia
         WRITE regConcilia
         move sRotulo to regConcilia
         WRITE regConcilia
         move "Data/hora venda     Pedido  Operador        Valor"
           to regConcilia
         if sRotulo(1:5) = "PAGAS" then
           move "Data transacao              Terminal        Valor"
             to regConcilia
         end-if
         WRITE regConcilia.

       lista-casadas.
         move ZEROS to nCasadas, nTotCasadas
         move "CONCILIADAS (venda paga pela adquirente)" to sRotulo
         PERFORM titulo-secao
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdCar
           IF tb-car-adq(i) > ZEROS THEN
             add 1 to nCasadas
             add tb-car-valor(i) to nTotCasadas
             move tb-car-adq(i) to j
             move tb-car-valor(i) to sValorEd
             move SPACES to regConcilia
             STRING tb-car-dthr(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-car-pedido(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-car-operador(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sValorEd DELIMITED BY SIZE
                    " pg " DELIMITED BY SIZE
                    tb-adq-dtpagto(j) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-adq-nsu(j) DELIMITED BY SIZE
               INTO regConcilia
             END-STRING
             WRITE regConcilia
           END-IF
         END-PERFORM
         move nTotCasadas to sTotalEd
         move SPACES to regConcilia
         STRING "Total: " DELIMITED BY SIZE
                nCasadas DELIMITED BY SIZE
                " venda(s), R$ " DELIMITED BY SIZE
                sTotalEd DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia.

       lista-sem-pagto.
         move ZEROS to nSemPagto, nTotSemPagto
         move "NO SISTEMA E NAO PAGAS PELA ADQUIRENTE" to sRotulo
         PERFORM titulo-secao
         PERFORM VARYING i FROM 1 BY 1 UNTIL i > nQtdCar
           IF tb-car-adq(i) = ZEROS THEN
             add 1 to nSemPagto
             add tb-car-valor(i) to nTotSemPagto
             move tb-car-valor(i) to sValorEd
             move SPACES to regConcilia
             STRING tb-car-dthr(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-car-pedido(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-car-operador(i) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sValorEd DELIMITED BY SIZE
                    " CPF " DELIMITED BY SIZE
                    tb-car-cpf(i) DELIMITED BY SIZE
               INTO regConcilia
             END-STRING
             WRITE regConcilia
           END-IF
         END-PERFORM
         move nTotSemPagto to sTotalEd
         move SPACES to regConcilia
         STRING "Total: " DELIMITED BY SIZE
                nSemPagto DELIMITED BY SIZE
                " venda(s), R$ " DELIMITED BY SIZE
                sTotalEd DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia.

      *-------------------------------------------------------------
      * Vendas no cartao do periodo estornadas em estornarVenda: o
      * estorno so esta resolvido quando a adquirente debitou o
      * valor (linha "E").
      *-------------------------------------------------------------
       lista-estornos.
         move ZEROS to nEstPend
         move "VENDAS NO CARTAO ESTORNADAS" to sRotulo
         PERFORM titulo-secao
         OPEN INPUT tfEstorno
         if ws-fs-tfEstorno = "00" then
           READ tfEstorno
             AT END MOVE HIGH-VALUES TO regEstorno
           END-READ
           PERFORM UNTIL regEstorno = HIGH-VALUES
             move tEstorno-dthrvenda(1:10) to sDataReg
             PERFORM data-no-periodo
             IF tEstorno-formapagto = "C" AND
                nIntReg >= nIntIni AND nIntReg <= nIntFim THEN
               move ZEROS to nPos
               PERFORM VARYING j FROM 1 BY 1
                       UNTIL j > nQtdAdq or nPos > ZEROS
                 if tb-adq-tipo(j) = "E" and
                    tb-adq-usada(j) = "N" and
                    tb-adq-data(j) = sDataReg and
                    tb-adq-valor(j) = tEstorno-valor and
                    tb-adq-terminal(j) = tEstorno-opvenda then
                   move "S" to tb-adq-usada(j)
                   move j to nPos
                 end-if
               END-PERFORM
               IF nPos > ZEROS THEN
                 move SPACES to sSituacao
                 STRING "debitado " DELIMITED BY SIZE
                        tb-adq-dtpagto(nPos) DELIMITED BY SIZE
                   INTO sSituacao
                 END-STRING
               ELSE
                 add 1 to nEstPend
                 move "ESTORNO PENDENTE" to sSituacao
               END-IF
               move tEstorno-valor to sValorEd
               move SPACES to regConcilia
               STRING tEstorno-dthrvenda DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      tEstorno-numpedido DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      tEstorno-opvenda DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      sValorEd DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      sSituacao DELIMITED BY SIZE
                 INTO regConcilia
               END-STRING
               WRITE regConcilia
             END-IF
             READ tfEstorno
               AT END MOVE HIGH-VALUES TO regEstorno
             END-READ
           END-PERFORM
           CLOSE tfEstorno
         end-if
         move SPACES to regConcilia
         STRING "Estornos pendentes na adquirente: " DELIMITED BY SIZE
                nEstPend DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia.

      *-------------------------------------------------------------
      * Linhas da adquirente sem venda (ou estorno) correspondente.
      *-------------------------------------------------------------
       lista-sem-venda.
         move ZEROS to nSemVenda, nTotSemVenda
         move "PAGAS PELA ADQUIRENTE SEM VENDA NO SISTEMA" to sRotulo
         PERFORM titulo-secao
         PERFORM VARYING j FROM 1 BY 1 UNTIL j > nQtdAdq
           IF tb-adq-usada(j) = "N" THEN
             add 1 to nSemVenda
             if tb-adq-tipo(j) = "V" then
               add tb-adq-valor(j) to nTotSemVenda
               move "credito" to sSituacao
             else
               move "estorno sem venda" to sSituacao
             end-if
             move tb-adq-valor(j) to sValorEd
             move SPACES to regConcilia
             STRING tb-adq-data(j) DELIMITED BY SIZE
                    "          " DELIMITED BY SIZE
                    "        " DELIMITED BY SIZE
                    tb-adq-terminal(j) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sValorEd DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tb-adq-nsu(j) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sSituacao DELIMITED BY SIZE
               INTO regConcilia
             END-STRING
             WRITE regConcilia
           END-IF
         END-PERFORM
         move nTotSemVenda to sTotalEd
         move SPACES to regConcilia
         STRING "Total: " DELIMITED BY SIZE
                nSemVenda DELIMITED BY SIZE
                " linha(s), creditos R$ " DELIMITED BY SIZE
                sTotalEd DELIMITED BY SIZE
           INTO regConcilia
         END-STRING
         WRITE regConcilia.
       END PROGRAM conciliaCartao.
      *-------------------------------------------------------------
      * Anonimizacao dos dados pessoais de um cliente a pedido dele:
      * nome, e-mail, identidade, telefone e data de nascimento sao
      * apagados ou mascarados e o consentimento de marketing e
      * retirado. O CPF continua como chave, para que vendas,
      * parcelas, vales e pontos sigam fechando nas contas. O
      * endereco ligado e apagado em endereco.dat; se outro cliente
      * usa o mesmo codigo de endereco, o cliente so e desligado
      * dele. A acao fica registrada em auditoria.log.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonimizaCliente IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sCpf          PIC X(14)    VALUE SPACES.
         01 sCodEndereco  PIC X(10)    VALUE SPACES.
         01 sConfirma     PIC X        VALUE SPACES.
         01 sEndereco     PIC X(20)    VALUE SPACES.
         01 bCompartilha  PIC 9        VALUE ZERO.
         01 bGravou       PIC 9        VALUE ZERO.
       PROCEDURE DIVISION.
         DISPLAY "-- Anonimizacao de Cliente --"
         if g-perfil-usuario not = "A" then
           DISPLAY MSG-SEMPERMISSAO
         else
           DISPLAY "CPF do cliente: " WITH NO ADVANCING
           ACCEPT sCpf
           move sCpf to tCliente-cpf
           READ tfCliente
             INVALID KEY
               DISPLAY "Cliente nao cadastrado!"
             NOT INVALID KEY
               DISPLAY "Cliente: " tCliente-nome
               DISPLAY "Os dados pessoais serao apagados e nao "
                       "poderao ser recuperados."
               DISPLAY "Confirma a anonimizacao? (S/N): "
                       WITH NO ADVANCING
               ACCEPT sConfirma
               if sConfirma = "S" or sConfirma = "s" then
                 PERFORM anonimiza
               else
                 DISPLAY "Anonimizacao cancelada."
               end-if
           END-READ
         end-if
         ACCEPT g-tecla-return
         GOBACK.

       anonimiza.
         move tCliente-codendereco to sCodEndereco
         move g-false to bCompartilha
         if sCodEndereco not = SPACES then
           PERFORM verifica-endereco
      *    a varredura moveu o registro; relido pela chave
           move sCpf to tCliente-cpf
           READ tfCliente
             INVALID KEY continue
           END-READ
         end-if
         call "retDataHora"
         move "CLIENTE ANONIMIZADO" to tCliente-nome
         move SPACES to tCliente-email
         move ALL "*" to tCliente-identidade
         move SPACES to tCliente-telefone
         move SPACES to tCliente-dtnascimento
         move "N" to tCliente-consente
         move g-retdatahora(1:10) to tCliente-dtconsente
         if bCompartilha = g-true then
           move SPACES to tCliente-codendereco
         end-if
         move g-true to bGravou
         REWRITE regCliente
           INVALID KEY move g-false to bGravou
         END-REWRITE
         if ws-fs-tfCliente = "99" then
           DISPLAY MSG-REGEMUSO
           move g-false to bGravou
         end-if
         if bGravou = g-true then
           move SPACES to sEndereco
           if sCodEndereco not = SPACES then
             if bCompartilha = g-true then
               move " end. desligado" to sEndereco
             else
               PERFORM apaga-endereco
             end-if
           end-if
      *    mesmo formato de trilha gravado por escreveArq
           OPEN EXTEND tfAuditoria
           move SPACES to regAuditoria
           STRING "tfCliente " DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  g-login-usuario DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  g-retdatahora DELIMITED BY SIZE
                  " anonimizado " DELIMITED BY SIZE
                  sCpf DELIMITED BY SIZE
                  sEndereco DELIMITED BY SIZE
             INTO regAuditoria
           END-STRING
           WRITE regAuditoria
           CLOSE tfAuditoria
           DISPLAY "Cliente " sCpf " anonimizado."
         else
           DISPLAY "Cliente nao alterado - tente de novo."
         end-if.

      *-------------------------------------------------------------
      * Outro cliente com o mesmo codigo de endereco?
      *-------------------------------------------------------------
       verifica-endereco.
         CLOSE tfCliente
         OPEN INPUT tfCliente
         READ tfCliente NEXT RECORD
           AT END MOVE HIGH-VALUES TO regCliente
         END-READ
         PERFORM UNTIL regCliente = HIGH-VALUES
           if tCliente-codendereco = sCodEndereco and
              tCliente-cpf not = sCpf then
             move g-true to bCompartilha
           end-if
           READ tfCliente NEXT RECORD
             AT END MOVE HIGH-VALUES TO regCliente
           END-READ
         END-PERFORM
         CLOSE tfCliente
         OPEN I-O tfCliente.

       apaga-endereco.
         move sCodEndereco to tEndereco-codigo
         READ tfEndereco
           INVALID KEY continue
           NOT INVALID KEY
             move "ENDERECO ANONIMIZADO" to tEndereco-logradouro
             move SPACES to tEndereco-bairro
             move SPACES to tEndereco-cep
             move SPACES to tEndereco-cidade
             move SPACES to tEndereco-estado
             REWRITE regEndereco
               INVALID KEY continue
             END-REWRITE
             if ws-fs-tfEndereco = "99" then
               DISPLAY MSG-REGEMUSO
               move " END. EM USO" to sEndereco
             else
               move " end. apagado" to sEndereco
             end-if
         END-READ.
       END PROGRAM anonimizaCliente.
      *-------------------------------------------------------------
      * Entrega o proximo numero sequencial de encomenda, mantido no
      * arquivo de controle numencomenda.dat - mesma tecnica de
      * proximoNumPagar.
      * retorna - g-numencomenda
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. proximoNumEncomenda IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfNumEncomenda ASSIGN TO "numencomenda.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfNumEncomenda.
       DATA DIVISION.
       FILE SECTION.
         FD tfNumEncomenda.
         01 regNumEncomenda PIC 9(7).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfNumEncomenda PIC XX VALUE "00".
         01 nUltimo              PIC 9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
         move ZEROS to nUltimo
         OPEN INPUT tfNumEncomenda
         if ws-fs-tfNumEncomenda = "00" then
           READ tfNumEncomenda
             AT END move ZEROS to nUltimo
             NOT AT END move regNumEncomenda to nUltimo
           END-READ
           CLOSE tfNumEncomenda
         end-if
         add 1 to nUltimo
         OPEN OUTPUT tfNumEncomenda
         move nUltimo to regNumEncomenda
         WRITE regNumEncomenda
         CLOSE tfNumEncomenda
         move nUltimo to g-numencomenda.
       END PROGRAM proximoNumEncomenda.
      *-------------------------------------------------------------
      * Encomendas de clientes: titulo que a loja nao tem e que o
      * cliente pede para comprarmos. Inclusao (com sinal opcional,
      * recebido em dinheiro), lista das encomendas em aberto,
      * relatorio de prontas para retirada, vinculo do ISBN a uma
      * encomenda feita so pelo titulo (depois que o livro e
      * cadastrado) e cancelamento. A encomenda entra no pedido de
      * compra por gerarPedidoCompra, e reservada no recebimento
      * por receberPedidoCompra e baixada na venda ao cliente, que
      * usa o sinal como parte do pagamento.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. frmEncomendas IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 sOpcao        PIC X        VALUE SPACES.
         01 sRotulo       PIC X(255)   VALUE SPACES.
         01 sparam        PIC X(255).
         01 sCpf          PIC X(14)    VALUE SPACES.
         01 sIsbn         PIC X(13)    VALUE SPACES.
         01 sTitulo       PIC X(50)    VALUE SPACES.
         01 sQtd          PIC X(7)     VALUE SPACES.
         01 nQtd          PIC 9(3)     VALUE ZEROS.
         01 nSinal        PIC 9(7)V99  VALUE ZEROS.
         01 sNumero       PIC X(7)     VALUE SPACES.
         01 nNumero       PIC 9(7)     VALUE ZEROS.
         01 nQtdEstoque   PIC 9(10)    VALUE ZEROS.
         01 nLinhas       PIC 9(5)     VALUE ZEROS.
         01 bSair         PIC 9        VALUE ZERO.
         01 bAchou        PIC 9        VALUE ZERO.
         01 sSituacao     PIC X(10)    VALUE SPACES.
         01 sDtHrVazio    PIC X(19)    VALUE SPACES.
      *  valor de tabela da encomenda, teto do sinal
         01 nValorEnc     PIC 9(7)V99  VALUE ZEROS.
         01 bSinalOk      PIC 9        VALUE ZERO.
       PROCEDURE DIVISION.
         move g-false to bSair
         PERFORM UNTIL bSair = g-true
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY "| Encomendas de Clientes                     "
                   "                  |"
           DISPLAY "| (N)ova (L)ista em aberto (P)rontas p/ retir"
                   "ada               |"
           DISPLAY "| (I)SBN na encomenda (C)ancelar (V)oltar    "
                   "                  |"
           DISPLAY "*--------------------------------------------"
                   "------------------*"
           DISPLAY MSG-OPCAO WITH NO ADVANCING
           ACCEPT sOpcao
           EVALUATE TRUE
             WHEN sOpcao = "N" or sOpcao = "n"
               PERFORM nova-encomenda
             WHEN sOpcao = "L" or sOpcao = "l"
               PERFORM lista-abertas
             WHEN sOpcao = "P" or sOpcao = "p"
               call "relatorioRetirada"
             WHEN sOpcao = "I" or sOpcao = "i"
               PERFORM vincula-isbn
             WHEN sOpcao = "C" or sOpcao = "c"
               PERFORM cancela-encomenda
             WHEN sOpcao = "V" or sOpcao = "v"
               move g-true to bSair
             WHEN OTHER
               DISPLAY MSG-ERRO
           END-EVALUATE
         END-PERFORM
         GOBACK.

      *-------------------------------------------------------------
      * ISBN em branco = livro ainda fora do cadastro, registrado
      * so pelo titulo.
      *-------------------------------------------------------------
       nova-encomenda.
         DISPLAY "CPF do cliente: " WITH NO ADVANCING
         ACCEPT sCpf
         call "tamReg" using by content opCliente
         move "tfCliente" to sparam
         call "pesqArqDireto" using sparam, sCpf, g-tamReg
         if g-achou-pesqArqDireto not = "S" then
           DISPLAY "Cliente nao cadastrado!"
         else
           DISPLAY "Cliente: " g-pesqArqDireto(15:30)
           move SPACES to sTitulo
           DISPLAY "ISBN (branco = livro fora do cadastro): "
                   WITH NO ADVANCING
           move SPACES to sIsbn
           ACCEPT sIsbn
           move g-true to bAchou
           if sIsbn = SPACES then
             DISPLAY "Titulo do livro: " WITH NO ADVANCING
             ACCEPT sTitulo
             if sTitulo = SPACES then
               move g-false to bAchou
             end-if
           else
             move sIsbn to tLivro-isbn
             READ tfLivro
               INVALID KEY
                 DISPLAY "ISBN nao cadastrado - deixe em branco e "
                         "informe o titulo."
                 move g-false to bAchou
               NOT INVALID KEY
                 move tLivro-titulo to sTitulo
                 move tLivro-qtdestoque to nQtdEstoque
                 DISPLAY "Titulo: " tLivro-titulo
             END-READ
           end-if
           if bAchou = g-true then
             move "Quantidade: " to sRotulo
             call "validaNumero" using sRotulo, sQtd
             move g-validaNumero to sQtd
             move sQtd to nQtd
             if nQtd = ZEROS then
               move 1 to nQtd
             end-if
             if sIsbn not = SPACES then
               move ZEROS to g-enc-outros
               call "encomendaVenda" using by content "C",
                    by content sIsbn, by content sCpf,
                    by content nQtd, by content sDtHrVazio
               if nQtdEstoque > g-enc-outros and
                  nQtdEstoque - g-enc-outros >= nQtd then
                 DISPLAY "Aviso: ha estoque do titulo, a venda "
                         "pode ser feita agora."
               end-if
             end-if
      *      com o livro cadastrado o sinal nao passa do valor da
      *      encomenda pelo preco de hoje
             move ZEROS to nValorEnc
             if sIsbn not = SPACES then
               COMPUTE nValorEnc =
                   FUNCTION NUMVAL(tLivro-preco) * nQtd
             end-if
             move g-false to bSinalOk
             PERFORM UNTIL bSinalOk = g-true
               DISPLAY "Sinal pago (R$, 0 = sem sinal): "
                       WITH NO ADVANCING
               move ZEROS to nSinal
               ACCEPT nSinal
               if nValorEnc > ZEROS and nSinal > nValorEnc then
                 DISPLAY "Sinal acima do valor da encomenda (R$ "
                         nValorEnc ")!"
               else
                 move g-true to bSinalOk
               end-if
             END-PERFORM
             call "proximoNumEncomenda"
             call "retDataHora"
             move g-numencomenda to tEnc-numero
             move sCpf to tEnc-cpf
             move sIsbn to tEnc-isbn
             move sTitulo to tEnc-titulo
             move nQtd to tEnc-qtd
             move nSinal to tEnc-sinal
             move ZEROS to tEnc-sinalabat
             move g-retdatahora(1:10) to tEnc-dtpedido
             move "A" to tEnc-situacao
             move ZEROS to tEnc-numcompra
             move SPACES to tEnc-dtreserva
             move SPACES to tEnc-dthrvenda
             move g-login-usuario to tEnc-operador
      *      inclusao e um acrescimo no fim do arquivo, como a
      *      gravacao de tfContaPagar
             CLOSE tfEncomenda
             OPEN EXTEND tfEncomenda
             WRITE regEncomenda
             CLOSE tfEncomenda
             OPEN I-O tfEncomenda
      *      mesmo formato de trilha gravado por escreveArq
             OPEN EXTEND tfAuditoria
             move SPACES to regAuditoria
             STRING "tfEncomend" DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    g-login-usuario DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    g-retdatahora DELIMITED BY SIZE
                    " encomenda " DELIMITED BY SIZE
                    g-numencomenda DELIMITED BY SIZE
               INTO regAuditoria
             END-STRING
             WRITE regAuditoria
             CLOSE tfAuditoria
             DISPLAY "Encomenda " g-numencomenda " registrada."
           end-if
         end-if
         ACCEPT g-tecla-return.

       lista-abertas.
         move ZEROS to nLinhas
         DISPLAY "Numero  Data       CPF            ISBN         "
                 " Qtd Situacao   Titulo"
         CLOSE tfEncomenda
         OPEN INPUT tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-situacao = "A" or tEnc-situacao = "C" THEN
             add 1 to nLinhas
             if tEnc-situacao = "A" then
               move "aberta" to sSituacao
             else
               move "comprada" to sSituacao
             end-if
             if tEnc-isbn = SPACES then
               move "sem ISBN" to sSituacao
             end-if
             DISPLAY tEnc-numero " " tEnc-dtpedido " " tEnc-cpf " "
                     tEnc-isbn " " tEnc-qtd " " sSituacao " "
                     tEnc-titulo(1:30)
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         DISPLAY nLinhas " encomenda(s) em aberto."
         ACCEPT g-tecla-return.

      *-------------------------------------------------------------
      * Localiza a encomenda sNumero, deixando regEncomenda nela e
      * tfEncomenda aberto I-O para o REWRITE.
      *-------------------------------------------------------------
       localiza-encomenda.
         move "Numero da encomenda: " to sRotulo
         call "validaNumero" using sRotulo, sNumero
         move g-validaNumero to sNumero
         move sNumero to nNumero
         move g-false to bAchou
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES or bAchou = g-true
           if tEnc-numero = nNumero then
             move g-true to bAchou
           else
             READ tfEncomenda
               AT END MOVE HIGH-VALUES TO regEncomenda
             END-READ
           end-if
         END-PERFORM
         if bAchou = g-false then
           DISPLAY "Encomenda nao encontrada!"
         end-if.

       vincula-isbn.
         PERFORM localiza-encomenda
         if bAchou = g-true then
           if tEnc-isbn not = SPACES or tEnc-situacao not = "A" then
             DISPLAY "Encomenda ja tem ISBN ou nao esta em aberto."
           else
             DISPLAY "Titulo pedido: " tEnc-titulo
             DISPLAY "ISBN do livro cadastrado: " WITH NO ADVANCING
             move SPACES to sIsbn
             ACCEPT sIsbn
             move sIsbn to tLivro-isbn
             READ tfLivro
               INVALID KEY
                 DISPLAY "ISBN nao cadastrado!"
               NOT INVALID KEY
                 move sIsbn to tEnc-isbn
                 move tLivro-titulo to tEnc-titulo
                 REWRITE regEncomenda
                 DISPLAY "Encomenda " tEnc-numero " ligada ao ISBN "
                         sIsbn
                 COMPUTE nValorEnc =
                     FUNCTION NUMVAL(tLivro-preco) * tEnc-qtd
                 if nValorEnc > ZEROS and tEnc-sinal > nValorEnc then
                   DISPLAY "Aviso: sinal acima do valor da encomenda "
                           "(R$ " nValorEnc ") - a sobra e devolvida "
                           "na retirada."
                 end-if
             END-READ
           end-if
         end-if
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         ACCEPT g-tecla-return.

      *-------------------------------------------------------------
      * Cancelamento a pedido do cliente; uma encomenda reservada
      * libera o estoque na hora (a reserva e a propria encomenda).
      *-------------------------------------------------------------
       cancela-encomenda.
         PERFORM localiza-encomenda
         if bAchou = g-true then
           if tEnc-situacao = "E" or tEnc-situacao = "X" then
             DISPLAY "Encomenda ja entregue ou cancelada."
           else
      *      a data/hora do cancelamento data a devolucao do
      *      sinal no fechamento de caixa
             call "retDataHora"
             move "X" to tEnc-situacao
             move g-retdatahora to tEnc-dthrvenda
             REWRITE regEncomenda
             if tEnc-sinal > ZEROS then
               DISPLAY "Devolver o sinal ao cliente: R$ " tEnc-sinal
             end-if
             OPEN EXTEND tfAuditoria
             move SPACES to regAuditoria
             STRING "tfEncomend" DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    g-login-usuario DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    g-retdatahora DELIMITED BY SIZE
                    " cancelada " DELIMITED BY SIZE
                    tEnc-numero DELIMITED BY SIZE
               INTO regAuditoria
             END-STRING
             WRITE regAuditoria
             CLOSE tfAuditoria
             DISPLAY "Encomenda " tEnc-numero " cancelada."
           end-if
         end-if
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         ACCEPT g-tecla-return.
       END PROGRAM frmEncomendas.
      *-------------------------------------------------------------
      * Encomendas na venda (frmCadLigados), para um ISBN e CPF:
      * sModo "C" consulta - g-enc-outros recebe a quantidade
      *   reservada para outros clientes, que nao pode ser vendida,
      *   e g-enc-qtdcliente/g-enc-sinal a quantidade e o sinal das
      *   encomendas reservadas do proprio cliente atendidas por
      *   nQtd exemplares (da mais antiga para a mais nova, inteiras)
      * sModo "E" entrega - baixa ("E") essas mesmas encomendas,
      *   gravando a data/hora da venda sDtHr e repartindo entre
      *   elas, da mais antiga para a mais nova, o sinal abatido na
      *   linha (g-enc-sinalabat); a sobra de sinal de cada uma e
      *   devolvida ao cliente.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. encomendaVenda IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nResta       PIC 9(3)   VALUE ZEROS.
         01 nAbatResta   PIC 9(7)V99 VALUE ZEROS.
         01 nSobra       PIC 9(7)V99 VALUE ZEROS.
       LINKAGE SECTION.
         01 sModo        PIC X.
         01 sIsbn        PIC X(13).
         01 sCpf         PIC X(14).
         01 nQtd         PIC 9(3).
         01 sDtHr        PIC X(19).
       PROCEDURE DIVISION USING sModo, sIsbn, sCpf, nQtd, sDtHr.
         move ZEROS to g-enc-outros, g-enc-qtdcliente, g-enc-sinal
         move nQtd to nResta
         move g-enc-sinalabat to nAbatResta
         CLOSE tfEncomenda
         if sModo = "E" then
           OPEN I-O tfEncomenda
         else
           OPEN INPUT tfEncomenda
         end-if
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-situacao = "R" AND tEnc-isbn = sIsbn THEN
             if tEnc-cpf not = sCpf then
               add tEnc-qtd to g-enc-outros
             else
               if tEnc-qtd <= nResta then
                 subtract tEnc-qtd from nResta
                 add tEnc-qtd to g-enc-qtdcliente
                 add tEnc-sinal to g-enc-sinal
                 if sModo = "E" then
                   move "E" to tEnc-situacao
                   move sDtHr to tEnc-dthrvenda
                   if tEnc-sinal > nAbatResta then
                     move nAbatResta to tEnc-sinalabat
                   else
                     move tEnc-sinal to tEnc-sinalabat
                   end-if
                   subtract tEnc-sinalabat from nAbatResta
                   REWRITE regEncomenda
                   DISPLAY "Encomenda " tEnc-numero " entregue."
                   if tEnc-sinal > tEnc-sinalabat then
                     COMPUTE nSobra = tEnc-sinal - tEnc-sinalabat
                     DISPLAY "Sinal maior que a linha - devolver ao "
                             "cliente: R$ " nSobra
                   end-if
                 end-if
               end-if
             end-if
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda.
       END PROGRAM encomendaVenda.
      *-------------------------------------------------------------
      * Reserva para as encomendas do ISBN os exemplares recebidos
      * de um pedido de compra, da encomenda mais antiga para a mais
      * nova, enquanto a quantidade recebida cobre a encomenda
      * inteira. Soma as reservadas em g-enc-reservadas.
      * sIsbn - o livro recebido
      * nQtdReceb - a quantidade recebida
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reservaEncomenda IS COMMON PROGRAM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         01 nResta       PIC 9(7)   VALUE ZEROS.
       LINKAGE SECTION.
         01 sIsbn        PIC X(13).
         01 nQtdReceb    PIC 9(7).
       PROCEDURE DIVISION USING sIsbn, nQtdReceb.
         move nQtdReceb to nResta
         call "retDataHora"
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES or nResta = ZEROS
           IF (tEnc-situacao = "A" or tEnc-situacao = "C") AND
              tEnc-isbn = sIsbn AND tEnc-qtd <= nResta THEN
             subtract tEnc-qtd from nResta
             move "R" to tEnc-situacao
             move g-retdatahora(1:10) to tEnc-dtreserva
             REWRITE regEncomenda
             add 1 to g-enc-reservadas
             DISPLAY "Reservado para a encomenda " tEnc-numero
                     " (CPF " tEnc-cpf "): " tEnc-qtd " exemplar(es)"
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda.
       END PROGRAM reservaEncomenda.
      *-------------------------------------------------------------
      * Relatorio de encomendas prontas para retirada (reservadas),
      * com o telefone do cliente para o aviso. Na tela e em
      * retirada.lst.
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatorioRetirada IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfRetirada ASSIGN TO "retirada.lst"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
         FD tfRetirada.
         01 regRetirada PIC X(132).
       WORKING-STORAGE SECTION.
         01 sparam       PIC X(255).
         01 sNome        PIC X(30)   VALUE SPACES.
         01 sTelefone    PIC X(17)   VALUE SPACES.
         01 sSinalEd     PIC Z(6)9.99 VALUE ZEROS.
         01 nLinhas      PIC 9(5)    VALUE ZEROS.
       PROCEDURE DIVISION.
         call "retDataHora"
         move ZEROS to nLinhas
         OPEN OUTPUT tfRetirada
         move SPACES to regRetirada
         STRING "ENCOMENDAS PRONTAS PARA RETIRADA - " DELIMITED BY SIZE
                g-retdatahora DELIMITED BY SIZE
           INTO regRetirada
         END-STRING
         WRITE regRetirada
         DISPLAY regRetirada
         move "Numero  Reserva    Cliente                        "
           to regRetirada
         move "Telefone          Qtd      Sinal Titulo"
           to regRetirada(51:)
         WRITE regRetirada
         DISPLAY regRetirada
         CLOSE tfEncomenda
         OPEN INPUT tfEncomenda
         READ tfEncomenda
           AT END MOVE HIGH-VALUES TO regEncomenda
         END-READ
         PERFORM UNTIL regEncomenda = HIGH-VALUES
           IF tEnc-situacao = "R" THEN
             add 1 to nLinhas
             move SPACES to sNome, sTelefone
             call "tamReg" using by content opCliente
             move "tfCliente" to sparam
             call "pesqArqDireto" using sparam, tEnc-cpf, g-tamReg
             if g-achou-pesqArqDireto = "S" then
               move g-pesqArqDireto(15:30) to sNome
               move g-pesqArqDireto(86:17) to sTelefone
             end-if
             move tEnc-sinal to sSinalEd
             move SPACES to regRetirada
             STRING tEnc-numero DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tEnc-dtreserva DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sNome DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sTelefone DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tEnc-qtd DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sSinalEd DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    tEnc-titulo DELIMITED BY SIZE
               INTO regRetirada
             END-STRING
             WRITE regRetirada
             DISPLAY regRetirada
           END-IF
           READ tfEncomenda
             AT END MOVE HIGH-VALUES TO regEncomenda
           END-READ
         END-PERFORM
         CLOSE tfEncomenda
         OPEN I-O tfEncomenda
         CLOSE tfRetirada
         DISPLAY nLinhas " encomenda(s) pronta(s), gravado em "
                 "retirada.lst"
         ACCEPT g-tecla-return.
       END PROGRAM relatorioRetirada.
      *-------------------------------------------------------------
      * Fim do dia sem operador ("livrus -lote [dd/mm/aaaa]"): roda
      * em ordem fixa, para a data do movimento (hoje quando nao
      * informada), os passos
      *   1 revisoes de preco agendadas (aplicaPrecosPendentes)
      *   2 Fechamento de Caixa do dia
      *   3 Exportar Diario do dia
      *   4 avisos de atraso do Biblio ("biblio -avisos")
      *   5 Backup, no conjunto datado do movimento
      * sem nenhuma pergunta (g-lote = "S"). Cada passo grava em
      * lotediario.log uma linha "INIC" ao comecar e outra com o
      * fim e a situacao ("OK" ou "ERRO") ao terminar, no mesmo
      * espirito do checkpoint.log das sessoes. Um passo que falha
      * interrompe o lote; rodar de novo para a mesma data pula os
      * passos ja "OK" e recomeca do que falhou (ou que ficou so
      * com o "INIC", quando o lote caiu no meio dele).
      * Layout de lotediario.log: 01-10 data do movimento, 12
      * passo, 14-33 nome do passo, 35-53 inicio, 55-73 fim, 75-78
      * situacao.
      * sLinhaCmd - a linha de comando ("-lote" e a data opcional)
      *-------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loteDiario IS COMMON PROGRAM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT tfLote ASSIGN TO "lotediario.log"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS ws-fs-tfLote.
       DATA DIVISION.
       FILE SECTION.
         FD tfLote.
         01 regLote.
            05 tLote-data      PIC X(10).
            05 FILLER          PIC X.
            05 tLote-passo     PIC 9.
            05 FILLER          PIC X.
            05 tLote-nome      PIC X(20).
            05 FILLER          PIC X.
            05 tLote-inicio    PIC X(19).
            05 FILLER          PIC X.
            05 tLote-fim       PIC X(19).
            05 FILLER          PIC X.
            05 tLote-situacao  PIC X(4).
       WORKING-STORAGE SECTION.
         01 ws-fs-tfLote  PIC XX    VALUE "00".
         01 sDataLote     PIC X(10) VALUE SPACES.
         01 sInicio       PIC X(19) VALUE SPACES.
         01 sSituacao     PIC X(4)  VALUE SPACES.
         01 nDataAAAAMMDD PIC 9(8)  VALUE ZEROS.
         01 bDataOk       PIC 9     VALUE ZERO.
         01 nPasso        PIC 9     VALUE ZERO.
         01 nPassoErro    PIC 9     VALUE ZERO.
         01 nQtdPassos    PIC 9     VALUE 5.
         01 nPulados      PIC 9     VALUE ZERO.
      *  "biblio -avisos" terminado em nulo para a chamada ao sistema
         01 sCmdAvisos.
            05 FILLER     PIC X(14) VALUE "biblio -avisos".
            05 FILLER     PIC X     VALUE X"00".
         01 tb-passo-val.
            05 FILLER PIC X(20) VALUE "Precos Pendentes".
            05 FILLER PIC X(20) VALUE "Fechamento de Caixa".
            05 FILLER PIC X(20) VALUE "Exportar Diario".
            05 FILLER PIC X(20) VALUE "Avisos Biblio".
            05 FILLER PIC X(20) VALUE "Backup".
         01 tb-passo REDEFINES tb-passo-val.
            05 tb-passo-nome PIC X(20) OCCURS 5 TIMES.
      *  ultima situacao de cada passo no log para a data
         01 tb-sit.
            05 tb-sit-passo  PIC X(4)  OCCURS 5 TIMES.
       LINKAGE SECTION.
         01 sLinhaCmd     PIC X(80).
       PROCEDURE DIVISION USING sLinhaCmd.
         move "lote" to g-login-usuario
         move "N" to g-lote-erro
         move ZERO to nPassoErro, nPulados
         call "retDataHora"
         move g-retdatahora(1:10) to sDataLote
         if sLinhaCmd(7:10) not = SPACES then
           move sLinhaCmd(7:10) to sDataLote
         end-if
         PERFORM valida-data
         if bDataOk = g-false then
           DISPLAY "Data do movimento invalida: " sDataLote
           move "S" to g-lote-erro
           GOBACK
         end-if
         move sDataLote to g-lote-data
         DISPLAY "-- Fim do Dia - movimento de " sDataLote " --"
         PERFORM carrega-log
         PERFORM VARYING nPasso FROM 1 BY 1
                 UNTIL nPasso > nQtdPassos or g-lote-erro = "S"
           if tb-sit-passo(nPasso) = "OK" then
             DISPLAY "Passo " nPasso " " tb-passo-nome(nPasso)
                     " ja concluido - pulado"
             add 1 to nPulados
           else
             PERFORM executa-passo
           end-if
         END-PERFORM
         if g-lote-erro = "S" then
           DISPLAY "Fim do dia interrompido no passo " nPassoErro
                   " " tb-passo-nome(nPassoErro)
           DISPLAY "Corrija e rode de novo: o lote continua deste "
                   "passo."
         else
           if nPulados = nQtdPassos then
             DISPLAY "Fim do dia de " sDataLote " ja concluido."
           else
             DISPLAY "Fim do dia de " sDataLote " concluido."
           end-if
         end-if
         GOBACK.

      *-------------------------------------------------------------
      * A data do movimento tem de ser uma data valida dd/mm/aaaa.
      *-------------------------------------------------------------
       valida-data.
         move g-false to bDataOk
         if sDataLote(1:2) is NUMERIC and sDataLote(3:1) = "/" and
            sDataLote(4:2) is NUMERIC and sDataLote(6:1) = "/" and
            sDataLote(7:4) is NUMERIC then
           COMPUTE nDataAAAAMMDD =
               (FUNCTION NUMVAL(sDataLote(7:4)) * 10000) +
               (FUNCTION NUMVAL(sDataLote(4:2)) * 100) +
                FUNCTION NUMVAL(sDataLote(1:2))
           if FUNCTION TEST-DATE-YYYYMMDD(nDataAAAAMMDD) = ZERO then
             move g-true to bDataOk
           end-if
         end-if.

      *-------------------------------------------------------------
      * Situacao de cada passo na ultima execucao para a data do
      * movimento (a linha mais nova de cada passo vale).
      *-------------------------------------------------------------
       carrega-log.
         PERFORM VARYING nPasso FROM 1 BY 1 UNTIL nPasso > nQtdPassos
           move SPACES to tb-sit-passo(nPasso)
         END-PERFORM
         OPEN INPUT tfLote
         if ws-fs-tfLote = "00" then
           READ tfLote
             AT END MOVE HIGH-VALUES TO regLote
           END-READ
           PERFORM UNTIL regLote = HIGH-VALUES
             IF tLote-data = sDataLote AND tLote-passo > ZERO AND
                tLote-passo <= nQtdPassos THEN
               move tLote-situacao to tb-sit-passo(tLote-passo)
             END-IF
             READ tfLote
               AT END MOVE HIGH-VALUES TO regLote
             END-READ
           END-PERFORM
           CLOSE tfLote
         end-if.

      *-------------------------------------------------------------
      * Roda o passo nPasso entre a linha de inicio e a de fim do
      * log; o passo avisa a falha em g-lote-erro (o Biblio, pelo
      * RETURN-CODE).
      *-------------------------------------------------------------
       executa-passo.
         call "retDataHora"
         move g-retdatahora to sInicio
         move "INIC" to sSituacao
         PERFORM grava-log
         DISPLAY "Passo " nPasso " " tb-passo-nome(nPasso)
                 " - inicio " sInicio
         EVALUATE nPasso
           WHEN 1
             call "aplicaPrecosPendentes"
           WHEN 2
             call "fechamentoCaixa"
           WHEN 3
             call "exportaDiario"
           WHEN 4
             call "SYSTEM" using sCmdAvisos
             if RETURN-CODE not = ZEROS then
               DISPLAY "biblio -avisos terminou com codigo "
                       RETURN-CODE
               move "S" to g-lote-erro
             end-if
           WHEN 5
             call "backupRestaura"
         END-EVALUATE
         call "retDataHora"
         if g-lote-erro = "S" then
           move "ERRO" to sSituacao
           move nPasso to nPassoErro
         else
           move "OK" to sSituacao
         end-if
         PERFORM grava-log
         DISPLAY "Passo " nPasso " " tb-passo-nome(nPasso)
                 " - fim " g-retdatahora " " sSituacao.

      *-------------------------------------------------------------
      * Acrescenta a lotediario.log a linha do passo nPasso; o fim
      * fica em branco na linha "INIC".
      *-------------------------------------------------------------
       grava-log.
         OPEN EXTEND tfLote
         if ws-fs-tfLote = "35" then
           OPEN OUTPUT tfLote
         end-if
         move SPACES to regLote
         move sDataLote to tLote-data
         move nPasso to tLote-passo
         move tb-passo-nome(nPasso) to tLote-nome
         move sInicio to tLote-inicio
         if sSituacao not = "INIC" then
           move g-retdatahora to tLote-fim
         end-if
         move sSituacao to tLote-situacao
         WRITE regLote
         CLOSE tfLote.
       END PROGRAM loteDiario.

       END PROGRAM Livrus.
