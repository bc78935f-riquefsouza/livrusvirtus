      *   Onde se efetua os emprestimos e devolucoes da biblioteca
      * 4.Modulo de Opcoes do sistema
      *   Onde e possivel ver sobre o sistema e sair dele
      * Chamado como "biblio -avisos" (fim do dia do Livrus) so gera
      * os avisos de atraso, sem tela nem pergunta, e devolve
      * RETURN-CODE diferente de zero se avisos.lst nao abrir.
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Biblio.
       SELECT arq-usumig ASSIGN TO "usumig.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-usumig.
      * multas.dat com o layout de antes do tipo da cobranca na
      * chave (registro de 49 posicoes), so para a migracao unica
      * de migra-multas; declara as mesmas chaves com que o arquivo
      * foi criado, como o leitor antigo de empresti.dat
       SELECT arq-mulV49 ASSIGN TO "multas.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS chave-mulV49
              ALTERNATE RECORD KEY IS ninsc-usuario-v49
                        WITH DUPLICATES
              FILE STATUS IS ws-fs-mulV49.
       SELECT arq-mulmig ASSIGN TO "mulmig.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-mulmig.
      * politica de circulacao por categoria de usuario: prazo do
      * emprestimo, renovacoes, emprestimos em aberto, multa por dia
      * e teto da multa - mantida no modulo de Opcoes (ctrlmenu)
       SELECT arq-politica ASSIGN TO "politica.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-politica.
      * calendario da biblioteca: dias em que ela nao abre
      * (feriados, periodos de recesso e dias da semana fechados),
      * mantido no modulo de Opcoes (ctrlmenu)
       SELECT arq-calendario ASSIGN TO "calendario.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-calendario.
      * registro das renovacoes de cada emprestimo, para contar
      * quantas vezes ja foi renovado contra o maximo da politica
       SELECT arq-renovacoes ASSIGN TO "renovac.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-renovacoes.

       DATA DIVISION.
       FILE SECTION.
       01 exemplares-rec.
          05 ninsc-titulo-ex PIC 9(5) VALUE ZEROS.
          05 nr-exemplar-ex  PIC 9(3) VALUE ZEROS.
      *    "B" bom, "R" regular, "D" danificado, "X" baixado do
      *    acervo (perdido ou danificado sem uso)
          05 estado-ex       PIC X    VALUE SPACES.

       FD arq-avisos.

       FD arq-multas.
       01 multas-rec.
      *    o tipo da cobranca faz parte da chave: o mesmo emprestimo
      *    pode ter a multa por atraso ("A") e a cobranca de
      *    reposicao do exemplar perdido ou danificado ("R"), cada
      *    uma com o seu saldo
          05 chave-multa.
             10 ninsc-usuario-mul PIC 9(5)  VALUE ZEROS.
             10 ninsc-livro-mul   PIC 9(5)  VALUE ZEROS.
             10 dt-emprestimo-mul PIC X(10) VALUE SPACES.
             10 tipo-mul          PIC X     VALUE "A".
      *    data em que a multa foi apurada
          05 dt-multa             PIC X(10) VALUE SPACES.
          05 valor-multa          PIC 9(7)V99 VALUE ZEROS.
          05 valor-pago           PIC 9(7)V99 VALUE ZEROS.
      *    "A" multa em aberto, "P" multa quitada, "C" cobranca
      *    cancelada (estorno da perda - exemplar achado)
          05 situacao-mul         PIC X     VALUE "A".

       FD arq-mulV49.
       01 mulV49-rec.
          05 chave-mulV49.
             10 ninsc-usuario-v49 PIC 9(5).
             10 resto-chave-v49   PIC X(15).
          05 resto-mulV49 PIC X(29).

       FD arq-mulmig.
       01 mulmig-rec PIC X(49).

       FD arq-politica.
       01 politica-rec.
      *    categoria do usuario (E, F, ...); "*" vale para as
      *    categorias sem linha propria
          05 categoria-pol        PIC X       VALUE SPACES.
          05 dias-emprestimo-pol  PIC 9(3)    VALUE ZEROS.
      *    0 = o emprestimo nao pode ser renovado
          05 max-renovacoes-pol   PIC 9(2)    VALUE ZEROS.
          05 max-emprestimos-pol  PIC 9(2)    VALUE ZEROS.
          05 multa-dia-pol        PIC 9(3)V99 VALUE ZEROS.
      *    0 = multa sem teto
          05 teto-multa-pol       PIC 9(5)V99 VALUE ZEROS.

       FD arq-calendario.
       01 calendario-rec.
      *    "P" periodo fechado de dt-inicio-cal a dt-fim-cal (um
      *    feriado tem as duas datas iguais); "S" dia da semana
      *    fechado toda semana (dia-semana-cal, 1 = domingo ...
      *    7 = sabado)
          05 tipo-cal             PIC X     VALUE SPACES.
          05 dt-inicio-cal        PIC X(10) VALUE SPACES.
          05 dt-fim-cal           PIC X(10) VALUE SPACES.
          05 descricao-cal        PIC X(30) VALUE SPACES.
          05 dia-semana-cal       PIC 9     VALUE ZEROS.

       FD arq-renovacoes.
       01 renovacoes-rec.
          05 ninsc-usuario-ren    PIC 9(5)  VALUE ZEROS.
          05 ninsc-livro-ren      PIC 9(5)  VALUE ZEROS.
          05 dt-emprestimo-ren    PIC X(10) VALUE SPACES.
          05 nr-exemplar-ren      PIC 9(3)  VALUE ZEROS.
          05 dt-renovacao-ren     PIC X(10) VALUE SPACES.

      * -----------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 tecla-return  PIC XX    VALUE X"3030".
       01 ws-fs-livros          PIC XX VALUE "00".
       01 opcao-emprestimo      PIC X  VALUE SPACES.

      * regras de fabrica, usadas so quando politica.dat nao tem
      * linha para a categoria do usuario nem a linha geral "*"
       01 ws-limite-estudante   PIC 9(2) VALUE 3.
       01 ws-limite-funcionario PIC 9(2) VALUE 10.
       01 ws-limite-padrao      PIC 9(2) VALUE 3.
       01 ws-dias-padrao        PIC 9(3)    VALUE 7.
       01 ws-multa-dia-padrao   PIC 9(3)V99 VALUE 1.00.
       01 ws-renovacoes-padrao  PIC 9(2)    VALUE 99.

      * regras em vigor para o usuario do emprestimo corrente,
      * carregadas por busca-politica de politica.dat (ou das regras
      * de fabrica acima, quando nao ha linha para a categoria)
       01 ws-fs-politica        PIC XX VALUE "00".
       01 ws-politica-achou     PIC X  VALUE "N".
       01 ws-dias-vencimento    PIC 9(3).
       01 ws-valor-multa-dia    PIC 9(3)V99.
       01 ws-limite-categoria   PIC 9(2) VALUE ZEROS.
       01 ws-qtd-emprestimos    PIC 9(3) VALUE ZEROS.
       01 ws-max-renovacoes     PIC 9(2)    VALUE ZEROS.
       01 ws-teto-multa         PIC 9(5)V99 VALUE ZEROS.
       01 ws-fs-renovacoes      PIC XX VALUE "00".
       01 ws-qtd-renovacoes     PIC 9(3) VALUE ZEROS.

      * perda ou dano de exemplar e a cobranca de reposicao
       01 ws-fs-mulV49          PIC XX VALUE "00".
       01 ws-fs-mulmig          PIC XX VALUE "00".
       01 ws-migrados-mul       PIC 9(5) VALUE ZEROS.
       01 ws-tipo-mul-inf       PIC X  VALUE SPACES.
       01 ws-motivo-perda       PIC X  VALUE SPACES.
       01 ws-perda-encerrada    PIC X  VALUE "N".
       01 ws-valor-reposicao    PIC 9(7)V99 VALUE ZEROS.
       01 ws-estado-novo        PIC X  VALUE SPACES.
       01 ws-cobranca-achou     PIC X  VALUE "N".

      * consulta publica ao catalogo (busca-catalogo)
       01 ws-texto-busca        PIC X(30) VALUE SPACES.
       01 ws-campo-busca        PIC X  VALUE SPACES.
       01 ws-tam-busca          PIC 9(2) VALUE ZEROS.
       01 ws-texto-comparado    PIC X(30) VALUE SPACES.
       01 ws-ocorrencias        PIC 9(3) VALUE ZEROS.
       01 ws-titulo-confere     PIC X  VALUE "N".
       01 ws-titulos-achados    PIC 9(5) VALUE ZEROS.
       01 ws-fila-reserva       PIC 9(3) VALUE ZEROS.
       01 ws-emprestado-opac    PIC X  VALUE "N".
       01 ws-situacao-opac      PIC X(40) VALUE SPACES.

      * calendario da biblioteca carregado em memoria para o
      * vencimento e a contagem de dias de atraso
       01 ws-fs-calendario      PIC XX VALUE "00".
       01 ws-calendario-lido    PIC X  VALUE "N".
       01 ws-qtd-cal            PIC 9(3) VALUE ZEROS.
       01 tab-calendario.
          05 tb-cal-item OCCURS 300 TIMES.
             10 tb-cal-tipo     PIC X     VALUE SPACES.
             10 tb-cal-ini      PIC S9(9) VALUE ZEROS.
             10 tb-cal-fim      PIC S9(9) VALUE ZEROS.
             10 tb-cal-dsem     PIC 9     VALUE ZEROS.
       01 ws-int-dia            PIC S9(9) VALUE ZEROS.
       01 ws-dia-semana         PIC 9     VALUE ZEROS.
       01 ws-dia-fechado        PIC X     VALUE "N".
       01 ws-c                  PIC 9(3)  VALUE ZEROS.
       01 ws-dias-empurrados    PIC 9(3)  VALUE ZEROS.
       01 ws-dt-vencimento-str  PIC X(10) VALUE SPACES.

      * apuracao de atraso e multa de um emprestimo
       01 ws-dias-atraso        PIC S9(5)   VALUE ZEROS.
       01 ws-valor-multa        PIC 9(7)V99 VALUE ZEROS.
       01 ws-total-atrasos      PIC 9(3)    VALUE ZEROS.
       01 ws-avisos-pulados     PIC 9(3) VALUE ZEROS.
       01 ws-achou-dados-usu    PIC X VALUE "N".
       01 ws-titulo-aviso       PIC X(30) VALUE SPACES.
      *  linha de comando e execucao sem operador ("S"), para o fim
      *  do dia
       01 ws-linha-comando      PIC X(80) VALUE SPACES.
       01 ws-modo-lote          PIC X VALUE "N".

      * arquivo morto de emprestimos (Requisito 046)
       01 ws-fs-historico       PIC XX VALUE "00".
          05 LINE 7  COL 1  VALUE "| (A)Gerar Avisos  (Q)Arquivar ".
          05 LINE 7  COL 32 VALUE " (H)istorico  (S)ugestao Compra".
          05 LINE 7  COL 63 VALUE "        |".
          05 LINE 8  COL 1  VALUE "| (P)erda/Dano  (E)stornar Perd".
          05 LINE 8  COL 32 VALUE "a  (B)usca no Catalogo         ".
          05 LINE 8  COL 63 VALUE "        |".
          05 LINE 9  COL 1  VALUE "*------------------------------".
          05 LINE 9  COL 32 VALUE "-------------------------------".
          05 LINE 9  COL 63 VALUE "-------*".
          05 LINE 10 COL 1  VALUE "Escolha uma opcao > ".
      * -----------------------------------------------------------
       PROCEDURE DIVISION.
        principal.
         ACCEPT ws-linha-comando FROM COMMAND-LINE
         IF ws-linha-comando(1:7) = "-avisos" THEN
            MOVE "S" TO ws-modo-lote
            MOVE ZEROS TO RETURN-CODE
            PERFORM migra-emprestimos
            PERFORM migra-usuarios
            PERFORM migra-multas
            PERFORM gera-avisos
            STOP RUN
         END-IF
         ACCEPT data-corrente FROM DATE.
         ACCEPT tempo-corrente FROM TIME.
         DISPLAY form-splash
      *  da matricula (Requisito 045)
         PERFORM migra-emprestimos
         PERFORM migra-usuarios
         PERFORM migra-multas
         PERFORM WITH TEST AFTER UNTIL opcao-menu = "S"
                                       OR opcao-menu = "s"
          DISPLAY cabecalho
             PERFORM submenu-emprestimos
          ELSE IF opcao-menu = "O" OR opcao-menu = "o" THEN
             CALL "ctrlmenu" USING BY CONTENT "4"
      *      o calendario pode ter mudado no modulo de Opcoes
             MOVE "N" TO ws-calendario-lido
          END-IF
         END-PERFORM.

             PERFORM consulta-historico
          ELSE IF opcao-emprestimo = "S" OR opcao-emprestimo = "s" THEN
             PERFORM sugestao-aquisicao
          ELSE IF opcao-emprestimo = "P" OR opcao-emprestimo = "p" THEN
             PERFORM declara-perda
          ELSE IF opcao-emprestimo = "E" OR opcao-emprestimo = "e" THEN
             PERFORM estorna-perda
          ELSE IF opcao-emprestimo = "B" OR opcao-emprestimo = "b" THEN
             PERFORM busca-catalogo
          END-IF
         END-PERFORM.

            END-IF
         END-IF.

      * -----------------------------------------------------------
      * Migracao unica de multas.dat: o arquivo gravado antes do
      * tipo da cobranca entrar na chave tem registros de 49
      * posicoes e abre com status "39", como na migracao de
      * empresti.dat. Le com o layout antigo, descarrega em
      * mulmig.dat e recria o arquivo com o layout novo, com as
      * multas antigas entrando como multa por atraso ("A"). So o
      * "39" dispara a migracao.
      * -----------------------------------------------------------
       migra-multas.
         MOVE "00" TO ws-fs-multas
         OPEN I-O arq-multas
         IF ws-fs-multas = "00" THEN
            CLOSE arq-multas
         END-IF
         IF ws-fs-multas = "39" THEN
            MOVE ZEROS TO ws-migrados-mul
            MOVE "N" TO ws-descarga-ok
            MOVE "00" TO ws-fs-mulV49
            OPEN INPUT arq-mulV49
            IF ws-fs-mulV49 = "00" THEN
               OPEN OUTPUT arq-mulmig
               PERFORM UNTIL ws-fs-mulV49 NOT = "00"
                 READ arq-mulV49 NEXT RECORD
                   AT END MOVE "10" TO ws-fs-mulV49
                   NOT AT END
                     WRITE mulmig-rec FROM mulV49-rec
                 END-READ
               END-PERFORM
               CLOSE arq-mulV49
               CLOSE arq-mulmig
               IF ws-fs-mulV49 = "10" THEN
                  MOVE "S" TO ws-descarga-ok
               END-IF
            END-IF
      *     mesma disciplina de migra-emprestimos: sem descarga
      *     completa o arquivo vivo fica como esta
            IF ws-descarga-ok NOT = "S" THEN
               DISPLAY "ERRO: multas.dat nao pode ser descarregado"
                  " (status " ws-fs-mulV49 ") - arquivo preservado,"
                  " migracao NAO realizada!"
            ELSE
               OPEN OUTPUT arq-multas
               MOVE "00" TO ws-fs-mulmig
               OPEN INPUT arq-mulmig
               PERFORM UNTIL ws-fs-mulmig NOT = "00"
                 READ arq-mulmig
                   AT END MOVE "10" TO ws-fs-mulmig
                   NOT AT END
                     MOVE mulmig-rec(1:5)   TO ninsc-usuario-mul
                     MOVE mulmig-rec(6:5)   TO ninsc-livro-mul
                     MOVE mulmig-rec(11:10) TO dt-emprestimo-mul
                     MOVE "A"               TO tipo-mul
                     MOVE mulmig-rec(21:10) TO dt-multa
                     MOVE mulmig-rec(31:9)  TO valor-multa
                     MOVE mulmig-rec(40:9)  TO valor-pago
                     MOVE mulmig-rec(49:1)  TO situacao-mul
                     WRITE multas-rec
                     ADD 1 TO ws-migrados-mul
                 END-READ
               END-PERFORM
               CLOSE arq-mulmig
               CLOSE arq-multas
               DISPLAY "multas.dat migrado para o layout com o tipo "
                  "da cobranca na chave (" ws-migrados-mul
                  " registros)."
            END-IF
         END-IF.

      * -----------------------------------------------------------
      * Registra um novo emprestimo, respeitando o limite de
      * emprestimos em aberto de acordo com a categoria do usuario
      * (Requisito 001), lido da politica de circulacao.
      * -----------------------------------------------------------
       registra-emprestimo.
         DISPLAY " "
               DISPLAY "Matricula vencida em " ws-usuario-validade
                  " - renove a matricula no modulo de Usuarios!"
            ELSE
            PERFORM busca-politica

            PERFORM conta-emprestimos-abertos

                  MOVE "N" TO ws-pode-emprestar
                  DISPLAY "Exemplar danificado, emprestimo negado!"
               END-IF
               IF ws-pode-emprestar = "S" AND
                  ws-exemplar-estado = "X" THEN
                  MOVE "N" TO ws-pode-emprestar
                  DISPLAY "Exemplar baixado do acervo (perda ou "
                     "dano), emprestimo negado!"
               END-IF
      *        o mesmo exemplar nao pode sair emprestado para dois
      *        usuarios ao mesmo tempo (Requisito 028, agora por
      *        exemplar - Requisito 043); o supervisor pode
                  MOVE "N"                  TO removido
                  MOVE SPACES               TO dt-renovacao
                  MOVE ws-nr-exemplar-inf   TO nr-exemplar
                  PERFORM calcula-vencimento
                  PERFORM formata-data-vencimento
                  WRITE emprestimos-rec
                    INVALID KEY
                      DISPLAY "Ja existe emprestimo deste usuario, "
                      CLOSE arq-emprestimos
                      DISPLAY "Emprestimo registrado com sucesso "
                         "(exemplar " ws-nr-exemplar-inf ")!"
                      DISPLAY "Devolver ate " ws-dt-vencimento-str
      *               se o usuario estava na fila deste titulo, a
      *               reserva dele sai da fila como atendida
      *               (Requisito 029)
         MOVE "N" TO ws-usuario-achou
         MOVE "00" TO ws-fs-usuarios
         OPEN INPUT arq-usuarios
      *  sem usuarios.dat o usuario nao e achado; a leitura para no
      *  fim do arquivo e em qualquer erro
         IF ws-fs-usuarios NOT = "00" THEN
            CONTINUE
         ELSE
            PERFORM UNTIL ws-fs-usuarios(1:1) NOT = "0"
              READ arq-usuarios
                AT END MOVE "10" TO ws-fs-usuarios
                NOT AT END
                  IF ninsc OF usuarios-rec = ws-ninsc-usuario-inf
                     THEN
                     MOVE "S" TO ws-usuario-achou
                     MOVE categoria OF usuarios-rec
                       TO ws-usuario-categoria
                     MOVE situacao  OF usuarios-rec
                       TO ws-usuario-situacao
                     MOVE dt-validade OF usuarios-rec
                       TO ws-usuario-validade
                     MOVE "10" TO ws-fs-usuarios
                  END-IF
              END-READ
            END-PERFORM
            CLOSE arq-usuarios
         END-IF.

      * -----------------------------------------------------------
      * Verifica se o exemplar informado (ws-ninsc-livro-inf +
      * -----------------------------------------------------------
      * Conta quantos exemplares do titulo ws-ninsc-livro-inf estao
      * na prateleira (Requisito 043): exemplares cadastrados que
      * nao estejam danificados nem baixados por perda ("X") -
      * exemplar "D" nao sai emprestado
      * (registra-emprestimo), entao tambem nao pode segurar a fila
      * de reserva como se estivesse disponivel - menos os
      * emprestimos em aberto do titulo. Titulo do acervo antigo,
             NOT AT END
               IF ninsc-titulo-ex = ws-ninsc-livro-inf THEN
                  ADD 1 TO ws-qtd-exemplares-reg
                  IF estado-ex NOT = "D" AND estado-ex NOT = "X"
                     THEN
                     ADD 1 TO ws-qtd-exemplares
                  END-IF
               END-IF
      * dt-renovacao (nao em dt-emprestimo, que faz parte da chave
      * primaria do registro e nao pode ser alterada por um REWRITE),
      * empurrando a janela de vencimento usada pelo relatorio de
      * atraso. O numero de renovacoes de um mesmo emprestimo e
      * limitado pela politica da categoria do usuario, contando as
      * renovacoes gravadas em renovac.dat.
      * -----------------------------------------------------------
       renova-emprestimo.
         DISPLAY " "
                  "usuario " ws-reserva-usuario " desde "
                  ws-reserva-data
            ELSE
               PERFORM politica-do-emprestimo
               PERFORM conta-renovacoes
               IF ws-qtd-renovacoes >= ws-max-renovacoes THEN
                  DISPLAY "Renovacao negada - emprestimo ja renovado "
                     ws-qtd-renovacoes " vez(es), maximo da "
                     "categoria: " ws-max-renovacoes
               ELSE
                  PERFORM formata-data-hoje
                  MOVE ws-data-hoje-str TO dt-renovacao
                  PERFORM calcula-vencimento
                  PERFORM formata-data-vencimento
                  REWRITE emprestimos-rec
                    INVALID KEY
                      DISPLAY "Erro ao renovar o emprestimo!"
                    NOT INVALID KEY
                      PERFORM registra-renovacao
                      DISPLAY "Emprestimo renovado, novo prazo a "
                         "partir de " ws-data-hoje-str
                      DISPLAY "Devolver ate " ws-dt-vencimento-str
                  END-REWRITE
               END-IF
            END-IF
         END-IF
         CLOSE arq-emprestimos
      * -----------------------------------------------------------
      * Relatorio de Atraso (Requisito 000): lista todo emprestimo
      * ainda nao devolvido cuja data de vencimento (data do
      * emprestimo + prazo da categoria) ja passou, com a multa
      * calculada por dia de atraso. Prazo, multa por dia e teto
      * vem da politica de circulacao da categoria de cada usuario.
      * -----------------------------------------------------------
       relatorio-atraso.
         DISPLAY " "
         DISPLAY "-- Relatorio de Emprestimos em Atraso --"

         ACCEPT data-corrente FROM DATE
         COMPUTE ws-ano4 = 2000 + ano
             AT END MOVE "10" TO ws-fs-emprestimos
             NOT AT END
               IF removido = "N" AND dt-devolucao = SPACES THEN
                  PERFORM politica-do-emprestimo
                  PERFORM calcula-vencimento
                  IF ws-int-hoje > ws-int-vencimento THEN
                     PERFORM calcula-multa-atraso
                  END-IF
                  IF ws-int-hoje > ws-int-vencimento AND
                     ws-dias-atraso > ZEROS THEN
                     ADD 1 TO ws-total-atrasos
                     DISPLAY ninsc-usuario SPACE ninsc-livro SPACE
                        dt-emprestimo SPACE ws-dias-atraso SPACE
                    (mes * 100) + dia
            COMPUTE ws-int-hoje =
                    FUNCTION INTEGER-OF-DATE(ws-data-aaaammdd)
            PERFORM politica-do-emprestimo
            PERFORM calcula-vencimento
            MOVE ZEROS TO ws-dias-atraso
            IF ws-int-hoje > ws-int-vencimento THEN
               PERFORM calcula-multa-atraso
            END-IF
            IF ws-dias-atraso > ZEROS THEN
               DISPLAY "Devolucao com " ws-dias-atraso
                  " dia(s) de atraso - multa a cobrar: "
                  ws-valor-multa
         CLOSE arq-emprestimos
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Perda ou dano de exemplar: o usuario declara que perdeu o
      * livro ou o devolve sem condicao de uso. O emprestimo em
      * aberto e encerrado com a data de hoje (a multa por atraso
      * ate hoje, se houver, e apurada como na devolucao), o
      * exemplar e baixado do acervo (estado "X") e a reposicao
      * entra em multas.dat como cobranca propria (tipo "R"),
      * separada da multa por atraso. A cobranca em aberto soma no
      * saldo do usuario e bloqueia como multa (avalia-bloqueio-
      * multa). O estorno da perda desfaz a baixa e a cobranca.
      * -----------------------------------------------------------
       declara-perda.
         DISPLAY " "
         DISPLAY "-- Perda ou Dano de Exemplar --"
         DISPLAY "Numero de inscricao do usuario.: " WITH NO ADVANCING
         ACCEPT ws-ninsc-usuario-inf
         DISPLAY "Numero de inscricao do livro...: " WITH NO ADVANCING
         ACCEPT ws-ninsc-livro-inf
         DISPLAY "Numero do exemplar (1 = unico).: " WITH NO ADVANCING
         MOVE ZEROS TO ws-nr-exemplar-inf
         ACCEPT ws-nr-exemplar-inf
         IF ws-nr-exemplar-inf = ZEROS THEN
            MOVE 1 TO ws-nr-exemplar-inf
         END-IF
         DISPLAY "Data do emprestimo (dd/mm/aaaa): " WITH NO ADVANCING
         ACCEPT ws-dt-emprestimo-inf

         MOVE ws-ninsc-usuario-inf TO ninsc-usuario
         MOVE ws-ninsc-livro-inf   TO ninsc-livro
         MOVE ws-dt-emprestimo-inf TO dt-emprestimo
         MOVE ws-nr-exemplar-inf   TO nr-exemplar

         MOVE "00" TO ws-fs-emprestimos
         OPEN I-O arq-emprestimos
         IF ws-fs-emprestimos = "35" THEN
            OPEN OUTPUT arq-emprestimos
            CLOSE arq-emprestimos
            MOVE "00" TO ws-fs-emprestimos
            OPEN I-O arq-emprestimos
         END-IF
         READ arq-emprestimos
           INVALID KEY MOVE "N" TO ws-emprestimo-achou
           NOT INVALID KEY MOVE "S" TO ws-emprestimo-achou
         END-READ

         IF ws-emprestimo-achou = "N" THEN
            DISPLAY "Emprestimo nao encontrado!"
         ELSE IF removido NOT = "N" OR dt-devolucao NOT = SPACES THEN
            DISPLAY "Emprestimo ja foi devolvido/removido!"
         ELSE
            DISPLAY "(P)erdido ou (D)anificado......: "
               WITH NO ADVANCING
            MOVE SPACES TO ws-motivo-perda
            ACCEPT ws-motivo-perda
            IF ws-motivo-perda = "p" THEN
               MOVE "P" TO ws-motivo-perda
            END-IF
            IF ws-motivo-perda = "d" THEN
               MOVE "D" TO ws-motivo-perda
            END-IF
            MOVE ZEROS TO ws-valor-reposicao
            IF ws-motivo-perda = "P" OR ws-motivo-perda = "D" THEN
               DISPLAY "Valor de reposicao do exemplar.: "
                  WITH NO ADVANCING
               ACCEPT ws-valor-reposicao
            END-IF
            IF ws-motivo-perda NOT = "P" AND
               ws-motivo-perda NOT = "D" THEN
               DISPLAY "Opcao invalida, nada foi alterado!"
            ELSE IF ws-valor-reposicao = ZEROS THEN
               DISPLAY "Informe o valor de reposicao - nada foi "
                  "alterado!"
            ELSE
               PERFORM formata-data-hoje
               MOVE ws-data-hoje-str TO dt-devolucao
               MOVE "N" TO ws-perda-encerrada
               REWRITE emprestimos-rec
                 INVALID KEY DISPLAY "Erro ao encerrar o emprestimo!"
                 NOT INVALID KEY
                   MOVE "S" TO ws-perda-encerrada
                   DISPLAY "Emprestimo encerrado em "
                      ws-data-hoje-str " por perda/dano."
               END-REWRITE
      *        sem o emprestimo encerrado nada e cobrado nem baixado
               IF ws-perda-encerrada = "S" THEN
                  PERFORM efetiva-perda
               END-IF
            END-IF
         END-IF
         CLOSE arq-emprestimos
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Efeitos da perda/dano depois de encerrado o emprestimo:
      * multa pelo atraso ate hoje, baixa do exemplar ("X") e a
      * cobranca de reposicao "R".
      * -----------------------------------------------------------
       efetiva-perda.
      *  atraso ate a data da declaracao, como na devolucao
         ACCEPT data-corrente FROM DATE
         COMPUTE ws-ano4 = 2000 + ano
         COMPUTE ws-data-aaaammdd = (ws-ano4 * 10000) +
                 (mes * 100) + dia
         COMPUTE ws-int-hoje =
                 FUNCTION INTEGER-OF-DATE(ws-data-aaaammdd)
         PERFORM politica-do-emprestimo
         PERFORM calcula-vencimento
         MOVE ZEROS TO ws-dias-atraso
         IF ws-int-hoje > ws-int-vencimento THEN
            PERFORM calcula-multa-atraso
         END-IF
         IF ws-dias-atraso > ZEROS THEN
            DISPLAY "Atraso de " ws-dias-atraso
               " dia(s) - multa a cobrar: " ws-valor-multa
            PERFORM posta-multa
         END-IF
      *  baixa do exemplar
         MOVE "X" TO ws-estado-novo
         PERFORM grava-estado-exemplar
         DISPLAY "Exemplar " ws-nr-exemplar-inf
            " baixado do acervo."
      *  cobranca de reposicao, a parte da multa por atraso
         MOVE "00" TO ws-fs-multas
         OPEN I-O arq-multas
         IF ws-fs-multas = "35" THEN
            OPEN OUTPUT arq-multas
            CLOSE arq-multas
            MOVE "00" TO ws-fs-multas
            OPEN I-O arq-multas
         END-IF
         MOVE ws-ninsc-usuario-inf TO ninsc-usuario-mul
         MOVE ws-ninsc-livro-inf   TO ninsc-livro-mul
         MOVE ws-dt-emprestimo-inf TO dt-emprestimo-mul
         MOVE "R"                  TO tipo-mul
         MOVE ws-data-hoje-str     TO dt-multa
         MOVE ws-valor-reposicao   TO valor-multa
         MOVE ZEROS                TO valor-pago
         MOVE "A"                  TO situacao-mul
         WRITE multas-rec
           INVALID KEY
             DISPLAY "Cobranca de reposicao ja lancada para "
                "este emprestimo!"
           NOT INVALID KEY
             DISPLAY "Cobranca de reposicao lancada: "
                ws-valor-reposicao
         END-WRITE
         CLOSE arq-multas
         MOVE ws-ninsc-usuario-inf TO ninsc-usuario-mul
         PERFORM avalia-bloqueio-multa.

      * -----------------------------------------------------------
      * Estorno da perda: o usuario achou o livro. A cobranca de
      * reposicao do emprestimo e cancelada ("C") - o que ja tiver
      * sido pago e mostrado para devolucao no balcao - e o
      * exemplar volta ao acervo com o estado informado (padrao
      * "B"). A multa por atraso apurada na declaracao continua
      * valendo. O bloqueio do usuario e reavaliado.
      * -----------------------------------------------------------
       estorna-perda.
         DISPLAY " "
         DISPLAY "-- Estornar Perda de Exemplar --"
         DISPLAY "Numero de inscricao do usuario.: " WITH NO ADVANCING
         ACCEPT ws-ninsc-usuario-inf
         DISPLAY "Numero de inscricao do livro...: " WITH NO ADVANCING
         ACCEPT ws-ninsc-livro-inf
         DISPLAY "Numero do exemplar (1 = unico).: " WITH NO ADVANCING
         MOVE ZEROS TO ws-nr-exemplar-inf
         ACCEPT ws-nr-exemplar-inf
         IF ws-nr-exemplar-inf = ZEROS THEN
            MOVE 1 TO ws-nr-exemplar-inf
         END-IF
         DISPLAY "Data do emprestimo (dd/mm/aaaa): " WITH NO ADVANCING
         ACCEPT ws-dt-emprestimo-inf

         MOVE "N" TO ws-cobranca-achou
         MOVE "00" TO ws-fs-multas
         OPEN I-O arq-multas
         IF ws-fs-multas = "35" THEN
            OPEN OUTPUT arq-multas
            CLOSE arq-multas
            MOVE "00" TO ws-fs-multas
            OPEN I-O arq-multas
         END-IF
         MOVE ws-ninsc-usuario-inf TO ninsc-usuario-mul
         MOVE ws-ninsc-livro-inf   TO ninsc-livro-mul
         MOVE ws-dt-emprestimo-inf TO dt-emprestimo-mul
         MOVE "R"                  TO tipo-mul
         READ arq-multas
           INVALID KEY
             DISPLAY "Cobranca de reposicao nao encontrada!"
           NOT INVALID KEY
             IF situacao-mul = "C" THEN
                DISPLAY "Perda ja estornada!"
             ELSE
                MOVE "C" TO situacao-mul
                REWRITE multas-rec
                  INVALID KEY
                    DISPLAY "Erro ao cancelar a cobranca de "
                       "reposicao - nada foi alterado!"
                  NOT INVALID KEY
                    MOVE "S" TO ws-cobranca-achou
                    DISPLAY "Cobranca de reposicao cancelada."
                    IF valor-pago > ZEROS THEN
                       DISPLAY "Devolver ao usuario o valor ja "
                          "pago: " valor-pago
                    END-IF
                END-REWRITE
             END-IF
         END-READ
         CLOSE arq-multas

         IF ws-cobranca-achou = "S" THEN
            DISPLAY "Estado do exemplar (B/R/D) [B].: "
               WITH NO ADVANCING
            MOVE SPACES TO ws-estado-novo
            ACCEPT ws-estado-novo
            IF ws-estado-novo NOT = "R" AND ws-estado-novo NOT = "D"
               THEN
               MOVE "B" TO ws-estado-novo
            END-IF
            PERFORM grava-estado-exemplar
            DISPLAY "Exemplar " ws-nr-exemplar-inf
               " de volta ao acervo (estado " ws-estado-novo ")."
            MOVE ws-ninsc-usuario-inf TO ninsc-usuario-mul
            PERFORM avalia-bloqueio-multa
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Grava ws-estado-novo no exemplar ws-nr-exemplar-inf do
      * titulo ws-ninsc-livro-inf, regravando o registro no lugar.
      * Titulo do acervo antigo, sem o exemplar em exemplar.dat,
      * ganha o registro do exemplar, para que a baixa conte em
      * conta-exemplares-disponiveis.
      * -----------------------------------------------------------
       grava-estado-exemplar.
         MOVE "N" TO ws-exemplar-achou
         MOVE "00" TO ws-fs-exemplares
         OPEN I-O arq-exemplares
         IF ws-fs-exemplares = "00" THEN
            PERFORM UNTIL ws-fs-exemplares = "10"
              READ arq-exemplares
                AT END MOVE "10" TO ws-fs-exemplares
                NOT AT END
                  IF ninsc-titulo-ex = ws-ninsc-livro-inf AND
                     nr-exemplar-ex = ws-nr-exemplar-inf THEN
                     MOVE "S" TO ws-exemplar-achou
                     MOVE ws-estado-novo TO estado-ex
                     REWRITE exemplares-rec
                     MOVE "10" TO ws-fs-exemplares
                  END-IF
              END-READ
            END-PERFORM
            CLOSE arq-exemplares
         END-IF
         IF ws-exemplar-achou = "N" THEN
            MOVE ws-ninsc-livro-inf TO ninsc-titulo-ex
            MOVE ws-nr-exemplar-inf TO nr-exemplar-ex
            MOVE ws-estado-novo     TO estado-ex
            MOVE "00" TO ws-fs-exemplares
            OPEN EXTEND arq-exemplares
            IF ws-fs-exemplares = "35" THEN
               OPEN OUTPUT arq-exemplares
               CLOSE arq-exemplares
               MOVE "00" TO ws-fs-exemplares
               OPEN EXTEND arq-exemplares
            END-IF
            WRITE exemplares-rec
            CLOSE arq-exemplares
         END-IF.

      * -----------------------------------------------------------
      * Coloca um usuario na fila de reserva de um livro emprestado
      * (Requisito 029): valida o usuario como registra-emprestimo
      * corrente em emprestimos-rec, com o valor recem-calculado em
      * ws-valor-multa (Requisito 030). Se a multa ja existe e ainda
      * esta em aberto, o valor e atualizado (o atraso cresce por
      * dia); multa ja quitada nao e mexida. O valor lancado nunca
      * passa do teto da politica da categoria (ws-teto-multa,
      * carregado por politica-do-emprestimo). Depois do lancamento
      * o bloqueio automatico do usuario e reavaliado.
      * -----------------------------------------------------------
       posta-multa.
         IF ws-teto-multa > ZEROS AND
            ws-valor-multa > ws-teto-multa THEN
            MOVE ws-teto-multa TO ws-valor-multa
         END-IF
         MOVE "00" TO ws-fs-multas
         OPEN I-O arq-multas
         IF ws-fs-multas = "35" THEN
         MOVE ninsc-usuario TO ninsc-usuario-mul
         MOVE ninsc-livro   TO ninsc-livro-mul
         MOVE dt-emprestimo TO dt-emprestimo-mul
         MOVE "A"           TO tipo-mul
         READ arq-multas
           INVALID KEY
             PERFORM formata-data-hoje
         ACCEPT ws-ninsc-livro-inf
         DISPLAY "Data do emprestimo (dd/mm/aaaa): " WITH NO ADVANCING
         ACCEPT ws-dt-emprestimo-inf
      *  a cobranca de reposicao (perda/dano) e paga a parte da
      *  multa por atraso do mesmo emprestimo
         DISPLAY "(A)traso ou (R)eposicao [A]....: " WITH NO ADVANCING
         MOVE SPACES TO ws-tipo-mul-inf
         ACCEPT ws-tipo-mul-inf
         IF ws-tipo-mul-inf = "R" OR ws-tipo-mul-inf = "r" THEN
            MOVE "R" TO ws-tipo-mul-inf
         ELSE
            MOVE "A" TO ws-tipo-mul-inf
         END-IF

         MOVE "00" TO ws-fs-multas
         OPEN I-O arq-multas
         MOVE ws-ninsc-usuario-inf TO ninsc-usuario-mul
         MOVE ws-ninsc-livro-inf   TO ninsc-livro-mul
         MOVE ws-dt-emprestimo-inf TO dt-emprestimo-mul
         MOVE ws-tipo-mul-inf      TO tipo-mul
         READ arq-multas
           INVALID KEY
             DISPLAY "Multa nao encontrada!"
           NOT INVALID KEY
             IF situacao-mul = "P" THEN
                DISPLAY "Multa ja quitada!"
             ELSE IF situacao-mul = "C" THEN
                DISPLAY "Cobranca cancelada - nada a pagar!"
             ELSE
                COMPUTE ws-saldo-multa = valor-multa - valor-pago
                DISPLAY "Valor da multa: " valor-multa

      * -----------------------------------------------------------
      * Gerador de cartas de cobranca (Requisito 044): para cada
      * emprestimo em atraso - mesmo vencimento e mesma contagem de
      * dias abertos do relatorio de atraso (calcula-vencimento e
      * calcula-multa-atraso) - monta uma carta
      * pronta para imprimir em avisos.lst com nome, endereco e
      * telefone do usuario (usuarios.dat) e o titulo do livro
      * (livros.dat). Cada carta emitida fica registrada em
       gera-avisos.
         DISPLAY " "
         DISPLAY "-- Gerar Avisos de Atraso --"

         ACCEPT data-corrente FROM DATE
         COMPUTE ws-ano4 = 2000 + ano
            MOVE "00" TO ws-fs-avisos-lst
            OPEN EXTEND arq-avisos-lst
         END-IF
         IF ws-fs-avisos-lst NOT = "00" THEN
            DISPLAY "ERRO: avisos.lst nao pode ser aberto - status "
                    ws-fs-avisos-lst
            MOVE 8 TO RETURN-CODE
            IF ws-modo-lote NOT = "S" THEN
               ACCEPT tecla-return
            END-IF
         ELSE
            PERFORM varre-avisos-atraso
         END-IF.

      * -----------------------------------------------------------
      * Varredura dos emprestimos em aberto de gera-avisos, com
      * avisos.lst ja aberto.
      * -----------------------------------------------------------
       varre-avisos-atraso.
         MOVE "00" TO ws-fs-emprestimos
         OPEN INPUT arq-emprestimos
         IF ws-fs-emprestimos = "35" THEN
            MOVE "00" TO ws-fs-emprestimos
            OPEN INPUT arq-emprestimos
         END-IF
      *  sem empresti.dat aberto o READ nunca chega ao fim do
      *  arquivo: desiste como na falha de avisos.lst
         IF ws-fs-emprestimos NOT = "00" THEN
            DISPLAY "ERRO: empresti.dat nao pode ser aberto - "
                    "status " ws-fs-emprestimos
            MOVE 8 TO RETURN-CODE
            CLOSE arq-avisos-lst
            IF ws-modo-lote NOT = "S" THEN
               ACCEPT tecla-return
            END-IF
         ELSE
            PERFORM le-emprestimos-avisos
         END-IF.

      * -----------------------------------------------------------
      * Le os emprestimos em aberto (empresti.dat e avisos.lst ja
      * abertos), emite as cartas de atraso e mostra o resumo.
      * -----------------------------------------------------------
       le-emprestimos-avisos.
      *  para no fim do arquivo ("10") e em qualquer erro de leitura
         PERFORM UNTIL ws-fs-emprestimos(1:1) NOT = "0"
           READ arq-emprestimos NEXT RECORD
             AT END MOVE "10" TO ws-fs-emprestimos
             NOT AT END
               IF removido = "N" AND dt-devolucao = SPACES THEN
                  PERFORM politica-do-emprestimo
                  PERFORM calcula-vencimento
                  MOVE ZEROS TO ws-dias-atraso
                  IF ws-int-hoje > ws-int-vencimento THEN
                     PERFORM calcula-multa-atraso
                  END-IF
                  IF ws-dias-atraso > ZEROS THEN
                     MOVE "A" TO ws-aviso-tipo
                     MOVE ninsc-usuario TO ws-avi-usuario
                     MOVE ninsc-livro TO ws-avi-livro
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-emprestimos NOT = "10" THEN
            DISPLAY "ERRO: leitura de empresti.dat interrompida - "
                    "status " ws-fs-emprestimos
            MOVE 8 TO RETURN-CODE
         END-IF
         CLOSE arq-emprestimos
         CLOSE arq-avisos-lst

               "emitido(s) ha menos de " ws-dias-sem-repetir
               " dia(s)."
         END-IF
         IF ws-modo-lote NOT = "S" THEN
            ACCEPT tecla-return
         END-IF.

      * -----------------------------------------------------------
      * Diz se um aviso do tipo ws-aviso-tipo para o usuario/livro
            MOVE ws-qtd-sug TO ws-pos-sug
         END-IF.

      * -----------------------------------------------------------
      * Consulta publica ao catalogo (balcao): procura em livros.dat
      * os titulos que contem o texto informado no titulo, autor,
      * area de leitura ou palavra-chave (sem diferenca entre
      * maiusculas e minusculas) e, para cada titulo achado, mostra
      * cada exemplar com a sua situacao - na prateleira, emprestado
      * com a data de devolucao, danificado ou baixado do acervo - e
      * quantos usuarios estao na fila de reserva do titulo. So
      * consulta; nao grava nada.
      * -----------------------------------------------------------
       busca-catalogo.
         DISPLAY " "
         DISPLAY "-- Busca no Catalogo --"
         DISPLAY "Procurar em (T)itulo (A)utor (R)Area (P)alavra-"
            "chave ou (Q)ualquer [Q]: " WITH NO ADVANCING
         MOVE SPACES TO ws-campo-busca
         ACCEPT ws-campo-busca
         MOVE FUNCTION UPPER-CASE(ws-campo-busca) TO ws-campo-busca
         IF ws-campo-busca NOT = "T" AND ws-campo-busca NOT = "A" AND
            ws-campo-busca NOT = "R" AND ws-campo-busca NOT = "P" THEN
            MOVE "Q" TO ws-campo-busca
         END-IF
         DISPLAY "Texto a procurar...............: " WITH NO ADVANCING
         MOVE SPACES TO ws-texto-busca
         ACCEPT ws-texto-busca
         MOVE FUNCTION UPPER-CASE(ws-texto-busca) TO ws-texto-busca
         MOVE ZEROS TO ws-tam-busca
         IF ws-texto-busca NOT = SPACES THEN
            COMPUTE ws-tam-busca =
               FUNCTION LENGTH(FUNCTION TRIM(ws-texto-busca TRAILING))
         END-IF

         MOVE ZEROS TO ws-titulos-achados
         MOVE "00" TO ws-fs-livros
         OPEN INPUT arq-livros
         IF ws-fs-livros NOT = "00" THEN
            MOVE "10" TO ws-fs-livros
         END-IF
         PERFORM UNTIL ws-fs-livros = "10" OR ws-tam-busca = ZEROS
           READ arq-livros
             AT END MOVE "10" TO ws-fs-livros
             NOT AT END
               MOVE "N" TO ws-titulo-confere
               IF ws-campo-busca = "T" OR ws-campo-busca = "Q" THEN
                  MOVE titulo TO ws-texto-comparado
                  PERFORM compara-texto-busca
               END-IF
               IF ws-campo-busca = "A" OR ws-campo-busca = "Q" THEN
                  MOVE autor TO ws-texto-comparado
                  PERFORM compara-texto-busca
               END-IF
               IF ws-campo-busca = "R" OR ws-campo-busca = "Q" THEN
                  MOVE arealr TO ws-texto-comparado
                  PERFORM compara-texto-busca
               END-IF
               IF ws-campo-busca = "P" OR ws-campo-busca = "Q" THEN
                  MOVE pchave TO ws-texto-comparado
                  PERFORM compara-texto-busca
               END-IF
               IF ws-titulo-confere = "S" THEN
                  ADD 1 TO ws-titulos-achados
                  PERFORM mostra-titulo-catalogo
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-livros = "10" THEN
            CLOSE arq-livros
         END-IF
         DISPLAY " "
         DISPLAY ws-titulos-achados " titulo(s) encontrado(s)."
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Marca ws-titulo-confere quando ws-texto-comparado contem os
      * ws-tam-busca primeiros caracteres de ws-texto-busca.
      * -----------------------------------------------------------
       compara-texto-busca.
         MOVE FUNCTION UPPER-CASE(ws-texto-comparado)
            TO ws-texto-comparado
         MOVE ZEROS TO ws-ocorrencias
         INSPECT ws-texto-comparado TALLYING ws-ocorrencias
            FOR ALL ws-texto-busca(1:ws-tam-busca)
         IF ws-ocorrencias > ZEROS THEN
            MOVE "S" TO ws-titulo-confere
         END-IF.

      * -----------------------------------------------------------
      * Ficha de um titulo achado na busca (livros-rec): dados
      * bibliograficos, situacao de cada exemplar de exemplar.dat
      * (titulo sem exemplar cadastrado conta como exemplar unico
      * 1) e tamanho da fila de reserva.
      * -----------------------------------------------------------
       mostra-titulo-catalogo.
         DISPLAY " "
         DISPLAY ninsc OF livros-rec " " titulo
         DISPLAY "      Autor: " autor
         DISPLAY "      Area.: " arealr "  Palavra-chave: " pchave
         MOVE ninsc OF livros-rec TO ws-ninsc-livro-inf
         MOVE ZEROS TO ws-qtd-exemplares-reg
         MOVE "00" TO ws-fs-exemplares
         OPEN INPUT arq-exemplares
         IF ws-fs-exemplares NOT = "00" THEN
            MOVE "10" TO ws-fs-exemplares
         END-IF
         PERFORM UNTIL ws-fs-exemplares = "10"
           READ arq-exemplares
             AT END MOVE "10" TO ws-fs-exemplares
             NOT AT END
               IF ninsc-titulo-ex = ws-ninsc-livro-inf THEN
                  ADD 1 TO ws-qtd-exemplares-reg
                  MOVE nr-exemplar-ex TO ws-nr-exemplar-inf
                  MOVE estado-ex TO ws-exemplar-estado
                  PERFORM situacao-exemplar-catalogo
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-exemplares = "10" THEN
            CLOSE arq-exemplares
         END-IF
         IF ws-qtd-exemplares-reg = ZEROS THEN
            MOVE 1 TO ws-nr-exemplar-inf
            MOVE "B" TO ws-exemplar-estado
            PERFORM situacao-exemplar-catalogo
         END-IF

         MOVE ZEROS TO ws-fila-reserva
         MOVE "00" TO ws-fs-reservas
         OPEN INPUT arq-reservas
         IF ws-fs-reservas = "00" THEN
            MOVE ws-ninsc-livro-inf TO ninsc-livro-res
            START arq-reservas KEY IS = ninsc-livro-res
              INVALID KEY MOVE "10" TO ws-fs-reservas
            END-START
            PERFORM UNTIL ws-fs-reservas = "10"
              READ arq-reservas NEXT RECORD
                AT END MOVE "10" TO ws-fs-reservas
                NOT AT END
                  IF ninsc-livro-res NOT = ws-ninsc-livro-inf THEN
                     MOVE "10" TO ws-fs-reservas
                  ELSE
                     IF situacao-res = "A" THEN
                        ADD 1 TO ws-fila-reserva
                     END-IF
                  END-IF
              END-READ
            END-PERFORM
            CLOSE arq-reservas
         END-IF
         IF ws-fila-reserva = ZEROS THEN
            DISPLAY "      Fila de reserva: ninguem"
         ELSE
            DISPLAY "      Fila de reserva: " ws-fila-reserva
               " usuario(s)"
         END-IF.

      * -----------------------------------------------------------
      * Situacao do exemplar ws-nr-exemplar-inf do titulo
      * ws-ninsc-livro-inf, estado ws-exemplar-estado: baixado,
      * emprestado (procura o emprestimo em aberto em empresti.dat
      * e calcula a devolucao pela politica e pelo calendario, como
      * o relatorio de atraso), danificado ou na prateleira.
      * -----------------------------------------------------------
       situacao-exemplar-catalogo.
         MOVE "N" TO ws-emprestado-opac
         IF ws-exemplar-estado NOT = "X" THEN
            MOVE "00" TO ws-fs-emprestimos
            OPEN INPUT arq-emprestimos
            IF ws-fs-emprestimos NOT = "00" THEN
               MOVE "35" TO ws-fs-emprestimos
            END-IF
            PERFORM UNTIL ws-fs-emprestimos = "10" OR
                          ws-fs-emprestimos = "35"
              READ arq-emprestimos NEXT RECORD
                AT END MOVE "10" TO ws-fs-emprestimos
                NOT AT END
                  MOVE 1 TO ws-nr-exemplar-emp
                  IF nr-exemplar IS NUMERIC AND
                     nr-exemplar > ZEROS THEN
                     MOVE nr-exemplar TO ws-nr-exemplar-emp
                  END-IF
                  IF ninsc-livro = ws-ninsc-livro-inf AND
                     ws-nr-exemplar-emp = ws-nr-exemplar-inf AND
                     removido = "N" AND dt-devolucao = SPACES THEN
                     MOVE "S" TO ws-emprestado-opac
                     PERFORM politica-do-emprestimo
                     PERFORM calcula-vencimento
                     PERFORM formata-data-vencimento
                     MOVE "10" TO ws-fs-emprestimos
                  END-IF
              END-READ
            END-PERFORM
            IF ws-fs-emprestimos = "10" THEN
               CLOSE arq-emprestimos
            END-IF
         END-IF
         MOVE SPACES TO ws-situacao-opac
         IF ws-exemplar-estado = "X" THEN
            MOVE "baixado do acervo" TO ws-situacao-opac
         ELSE IF ws-emprestado-opac = "S" THEN
            STRING "emprestado - devolucao prevista "
                   ws-dt-vencimento-str
               DELIMITED BY SIZE INTO ws-situacao-opac
         ELSE IF ws-exemplar-estado = "D" THEN
            MOVE "danificado - so consulta local" TO ws-situacao-opac
         ELSE
            MOVE "na prateleira" TO ws-situacao-opac
         END-IF
         DISPLAY "      Exemplar " ws-nr-exemplar-inf ": "
            ws-situacao-opac.

      * -----------------------------------------------------------
      * Relatorio de circulacao de um periodo (Requisito 031):
      * totaliza emprestimos, renovacoes (dt-renovacao preenchida) e
               " (fora do acervo) " ws-max-qtd " emprestimo(s)"
         END-IF.

      * -----------------------------------------------------------
      * Carrega as regras de circulacao da categoria em
      * ws-usuario-categoria: a linha da propria categoria em
      * politica.dat; sem ela, a linha geral "*"; sem nenhuma das
      * duas (ou sem o arquivo), as regras de fabrica.
      * retorna - ws-dias-vencimento, ws-max-renovacoes,
      *           ws-limite-categoria, ws-valor-multa-dia e
      *           ws-teto-multa
      * -----------------------------------------------------------
       busca-politica.
         MOVE "N" TO ws-politica-achou
         MOVE ws-dias-padrao TO ws-dias-vencimento
         MOVE ws-renovacoes-padrao TO ws-max-renovacoes
         MOVE ws-multa-dia-padrao TO ws-valor-multa-dia
         MOVE ZEROS TO ws-teto-multa
         EVALUATE ws-usuario-categoria
           WHEN "E"
             MOVE ws-limite-estudante TO ws-limite-categoria
           WHEN "F"
             MOVE ws-limite-funcionario TO ws-limite-categoria
           WHEN OTHER
             MOVE ws-limite-padrao TO ws-limite-categoria
         END-EVALUATE
         MOVE "00" TO ws-fs-politica
         OPEN INPUT arq-politica
         IF ws-fs-politica NOT = "00" THEN
            MOVE "10" TO ws-fs-politica
         END-IF
         PERFORM UNTIL ws-fs-politica = "10"
           READ arq-politica
             AT END MOVE "10" TO ws-fs-politica
             NOT AT END
      *        a linha da categoria vale sobre a linha geral "*",
      *        em qualquer ordem que estejam no arquivo
               IF categoria-pol = ws-usuario-categoria OR
                  (categoria-pol = "*" AND
                   ws-politica-achou = "N") THEN
                  MOVE dias-emprestimo-pol TO ws-dias-vencimento
                  MOVE max-renovacoes-pol  TO ws-max-renovacoes
                  MOVE max-emprestimos-pol TO ws-limite-categoria
                  MOVE multa-dia-pol       TO ws-valor-multa-dia
                  MOVE teto-multa-pol      TO ws-teto-multa
                  IF categoria-pol = ws-usuario-categoria THEN
                     MOVE "S" TO ws-politica-achou
                     MOVE "10" TO ws-fs-politica
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-politica = "10" THEN
            CLOSE arq-politica
         END-IF.

      * -----------------------------------------------------------
      * Carrega a politica de circulacao do usuario dono do
      * emprestimo corrente em emprestimos-rec (usuario que saiu do
      * cadastro cai nas regras da linha geral).
      * -----------------------------------------------------------
       politica-do-emprestimo.
         MOVE ninsc-usuario TO ws-ninsc-usuario-inf
         MOVE SPACES TO ws-usuario-categoria
         PERFORM busca-usuario-informado
         IF ws-usuario-achou = "N" THEN
            MOVE SPACES TO ws-usuario-categoria
         END-IF
         PERFORM busca-politica.

      * -----------------------------------------------------------
      * Dias de atraso e multa do emprestimo corrente, pela multa
      * por dia e pelo teto da politica ja carregada; depende de
      * ws-int-hoje e de ws-int-vencimento (calcula-vencimento).
      * Os dias em que a biblioteca esteve fechada (calendario) nao
      * contam como atraso.
      * retorna - ws-dias-atraso e ws-valor-multa
      * -----------------------------------------------------------
       calcula-multa-atraso.
         MOVE ZEROS TO ws-dias-atraso
         COMPUTE ws-int-dia = ws-int-vencimento + 1
         PERFORM UNTIL ws-int-dia > ws-int-hoje
           PERFORM verifica-dia-fechado
           IF ws-dia-fechado = "N" THEN
              ADD 1 TO ws-dias-atraso
           END-IF
           ADD 1 TO ws-int-dia
         END-PERFORM
         COMPUTE ws-valor-multa ROUNDED =
            ws-dias-atraso * ws-valor-multa-dia
         IF ws-teto-multa > ZEROS AND
            ws-valor-multa > ws-teto-multa THEN
            MOVE ws-teto-multa TO ws-valor-multa
         END-IF.

      * -----------------------------------------------------------
      * Conta em renovac.dat as renovacoes do emprestimo corrente em
      * emprestimos-rec. Emprestimo renovado antes do registro das
      * renovacoes (dt-renovacao preenchida e nada em renovac.dat)
      * conta como uma renovacao.
      * retorna - ws-qtd-renovacoes
      * -----------------------------------------------------------
       conta-renovacoes.
         MOVE ZEROS TO ws-qtd-renovacoes
         MOVE "00" TO ws-fs-renovacoes
         OPEN INPUT arq-renovacoes
         IF ws-fs-renovacoes NOT = "00" THEN
            MOVE "10" TO ws-fs-renovacoes
         END-IF
         PERFORM UNTIL ws-fs-renovacoes = "10"
           READ arq-renovacoes
             AT END MOVE "10" TO ws-fs-renovacoes
             NOT AT END
               IF ninsc-usuario-ren = ninsc-usuario AND
                  ninsc-livro-ren = ninsc-livro AND
                  dt-emprestimo-ren = dt-emprestimo AND
                  nr-exemplar-ren = nr-exemplar THEN
                  ADD 1 TO ws-qtd-renovacoes
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-renovacoes = "10" THEN
            CLOSE arq-renovacoes
         END-IF
         IF ws-qtd-renovacoes = ZEROS AND
            dt-renovacao NOT = SPACES THEN
            MOVE 1 TO ws-qtd-renovacoes
         END-IF.

      * -----------------------------------------------------------
      * Acrescenta em renovac.dat a renovacao recem-gravada no
      * emprestimo corrente (data em dt-renovacao).
      * -----------------------------------------------------------
       registra-renovacao.
         MOVE "00" TO ws-fs-renovacoes
         OPEN EXTEND arq-renovacoes
         IF ws-fs-renovacoes = "35" THEN
            OPEN OUTPUT arq-renovacoes
            CLOSE arq-renovacoes
            MOVE "00" TO ws-fs-renovacoes
            OPEN EXTEND arq-renovacoes
         END-IF
         MOVE ninsc-usuario TO ninsc-usuario-ren
         MOVE ninsc-livro   TO ninsc-livro-ren
         MOVE dt-emprestimo TO dt-emprestimo-ren
         MOVE nr-exemplar   TO nr-exemplar-ren
         MOVE dt-renovacao  TO dt-renovacao-ren
         WRITE renovacoes-rec
         CLOSE arq-renovacoes.

      * -----------------------------------------------------------
      * Converte em inteiro juliano a data base do registro corrente
      * (dt-renovacao, se o emprestimo ja foi renovado, senao
      * dt-emprestimo) e soma o prazo da politica em
      * ws-dias-vencimento (busca-politica), devolvendo a data de
      * vencimento em ws-int-vencimento. Vencimento que cai em dia
      * de biblioteca fechada (calendario) passa para o proximo dia
      * aberto.
      * -----------------------------------------------------------
       calcula-vencimento.
         IF dt-renovacao = SPACES THEN
              FUNCTION NUMVAL(ws-dt-base-vencimento(1:2))
         COMPUTE ws-int-data =
                 FUNCTION INTEGER-OF-DATE(ws-data-aaaammdd)
         COMPUTE ws-int-vencimento = ws-int-data + ws-dias-vencimento
         MOVE ws-int-vencimento TO ws-int-dia
         PERFORM verifica-dia-fechado
         MOVE ZEROS TO ws-dias-empurrados
      *  limite de um ano para um calendario mal cadastrado (todos
      *  os dias da semana fechados) nao prender o programa
         PERFORM UNTIL ws-dia-fechado = "N" OR
                       ws-dias-empurrados > 366
           ADD 1 TO ws-int-vencimento
           ADD 1 TO ws-dias-empurrados
           MOVE ws-int-vencimento TO ws-int-dia
           PERFORM verifica-dia-fechado
         END-PERFORM.

      * -----------------------------------------------------------
      * Carrega calendario.dat na tabela tab-calendario, com as
      * datas ja convertidas em inteiro juliano. So le o arquivo na
      * primeira consulta (ou depois de o modulo de Opcoes ter sido
      * usado); sem o arquivo, nenhum dia e fechado.
      * -----------------------------------------------------------
       carrega-calendario.
         MOVE ZEROS TO ws-qtd-cal
         MOVE "00" TO ws-fs-calendario
         OPEN INPUT arq-calendario
         IF ws-fs-calendario NOT = "00" THEN
            MOVE "10" TO ws-fs-calendario
         END-IF
         PERFORM UNTIL ws-fs-calendario = "10"
           READ arq-calendario
             AT END MOVE "10" TO ws-fs-calendario
             NOT AT END
               IF ws-qtd-cal < 300 THEN
                  ADD 1 TO ws-qtd-cal
                  MOVE tipo-cal TO tb-cal-tipo(ws-qtd-cal)
                  MOVE dia-semana-cal TO tb-cal-dsem(ws-qtd-cal)
                  MOVE ZEROS TO tb-cal-ini(ws-qtd-cal)
                  MOVE ZEROS TO tb-cal-fim(ws-qtd-cal)
                  IF tipo-cal = "P" THEN
                     COMPUTE ws-data-aaaammdd =
                       (FUNCTION NUMVAL(dt-inicio-cal(7:4)) * 10000) +
                       (FUNCTION NUMVAL(dt-inicio-cal(4:2)) * 100) +
                        FUNCTION NUMVAL(dt-inicio-cal(1:2))
                     COMPUTE tb-cal-ini(ws-qtd-cal) =
                        FUNCTION INTEGER-OF-DATE(ws-data-aaaammdd)
                     IF dt-fim-cal = SPACES THEN
                        MOVE tb-cal-ini(ws-qtd-cal)
                          TO tb-cal-fim(ws-qtd-cal)
                     ELSE
                        COMPUTE ws-data-aaaammdd =
                          (FUNCTION NUMVAL(dt-fim-cal(7:4)) * 10000) +
                          (FUNCTION NUMVAL(dt-fim-cal(4:2)) * 100) +
                           FUNCTION NUMVAL(dt-fim-cal(1:2))
                        COMPUTE tb-cal-fim(ws-qtd-cal) =
                           FUNCTION INTEGER-OF-DATE(ws-data-aaaammdd)
                     END-IF
                  END-IF
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-calendario = "10" THEN
            CLOSE arq-calendario
         END-IF
         MOVE "S" TO ws-calendario-lido.

      * -----------------------------------------------------------
      * Diz se a biblioteca esta fechada no dia ws-int-dia (inteiro
      * juliano): dentro de um periodo fechado do calendario ou num
      * dia da semana fechado. INTEGER-OF-DATE conta a partir de
      * 01/01/1601, uma segunda-feira, entao o resto da divisao por
      * 7 mais 1 da o dia da semana com 1 = domingo.
      * retorna - ws-dia-fechado ("S"/"N")
      * -----------------------------------------------------------
       verifica-dia-fechado.
         IF ws-calendario-lido = "N" THEN
            PERFORM carrega-calendario
         END-IF
         MOVE "N" TO ws-dia-fechado
         COMPUTE ws-dia-semana = FUNCTION MOD(ws-int-dia, 7) + 1
         PERFORM VARYING ws-c FROM 1 BY 1
                 UNTIL ws-c > ws-qtd-cal OR ws-dia-fechado = "S"
           IF tb-cal-tipo(ws-c) = "P" AND
              ws-int-dia >= tb-cal-ini(ws-c) AND
              ws-int-dia <= tb-cal-fim(ws-c) THEN
              MOVE "S" TO ws-dia-fechado
           END-IF
           IF tb-cal-tipo(ws-c) = "S" AND
              tb-cal-dsem(ws-c) = ws-dia-semana THEN
              MOVE "S" TO ws-dia-fechado
           END-IF
         END-PERFORM.

      * -----------------------------------------------------------
      * Monta em ws-dt-vencimento-str (dd/mm/aaaa) a data de
      * vencimento em ws-int-vencimento, para mostrar no balcao.
      * -----------------------------------------------------------
       formata-data-vencimento.
         COMPUTE ws-data-aaaammdd =
            FUNCTION DATE-OF-INTEGER(ws-int-vencimento)
         MOVE SPACES TO ws-dt-vencimento-str
         STRING ws-data-aaaammdd(7:2) "/" ws-data-aaaammdd(5:2) "/"
                ws-data-aaaammdd(1:4)
            DELIMITED BY SIZE INTO ws-dt-vencimento-str.

      * -----------------------------------------------------------
      * Monta em ws-data-hoje-str a data corrente no formato
