      *       alimentam as regras de limite e bloqueio de
      *       emprestimo do Biblio
      * "4" - Modulo de Opcoes do sistema
      *       politica de circulacao por categoria de usuario
      *       (politica.dat), calendario de dias fechados
      *       (calendario.dat) e sobre o sistema
      * (Requisito 027)
      * -----------------------------------------------------------
       IDENTIFICATION DIVISION.
       SELECT arq-exemplares ASSIGN TO "exemplar.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-exemplares.
      * politica de circulacao por categoria, lida pelo Biblio no
      * emprestimo, na renovacao e no calculo de atraso e multa
       SELECT arq-politica ASSIGN TO "politica.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-politica.
      * calendario da biblioteca (feriados, recessos e dias da
      * semana fechados): o Biblio empurra o vencimento para o
      * proximo dia aberto e nao conta dia fechado como atraso
       SELECT arq-calendario ASSIGN TO "calendario.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ws-fs-calendario.
       SELECT arq-temp ASSIGN TO "cmtemp.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       01 exemplares-rec.
          05 ninsc-titulo-ex PIC 9(5) VALUE ZEROS.
          05 nr-exemplar-ex  PIC 9(3) VALUE ZEROS.
      *    "B" bom, "R" regular, "D" danificado, "X" baixado do
      *    acervo (perdido ou danificado sem uso)
          05 estado-ex       PIC X    VALUE SPACES.

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

       FD arq-temp.
       01 temp-rec     PIC X(150).

       01 ws-int-validade  PIC S9(9) VALUE ZEROS.
       01 ws-dias-vencer   PIC S9(5) VALUE ZEROS.
       01 ws-qtd-vencendo  PIC 9(3) VALUE ZEROS.
      * politica de circulacao
       01 ws-fs-politica   PIC XX VALUE "00".
       01 opcao-opcoes     PIC X  VALUE SPACES.
       01 opcao-politica   PIC X  VALUE SPACES.
       01 ws-categoria-inf PIC X  VALUE SPACES.
      * calendario da biblioteca
       01 ws-fs-calendario PIC XX VALUE "00".
      * conferencia das datas de um periodo fechado ("S" = valida)
       01 ws-data-teste    PIC X(10) VALUE SPACES.
       01 ws-data-cal-ok   PIC X  VALUE "N".
       01 ws-periodo-ok    PIC X  VALUE "N".
       01 ws-aaaammdd-ini  PIC 9(8) VALUE ZEROS.
       01 opcao-calendario PIC X  VALUE SPACES.
       01 ws-nr-linha      PIC 9(3) VALUE ZEROS.
       01 ws-nr-linha-inf  PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01 lk-modulo        PIC X.
            END-PERFORM
            CLOSE arq-exemplares
            COMPUTE ws-nr-exemplar = ws-maior-exemplar + 1
            DISPLAY "Estado (B/R/D/X)...: " WITH NO ADVANCING
            ACCEPT ws-estado-inf
            MOVE ws-ninsc-inf TO ninsc-titulo-ex
            MOVE ws-nr-exemplar TO nr-exemplar-ex
                     nr-exemplar-ex = ws-nr-exemplar THEN
                     MOVE "S" TO ws-achou
                     DISPLAY "Estado atual: " estado-ex
                     DISPLAY "Novo estado (B/R/D/X): "
                        WITH NO ADVANCING
                     ACCEPT estado-ex
                     REWRITE exemplares-rec
         DISPLAY "Validade matricula.: " dt-validade.

      * -----------------------------------------------------------
      * Modulo de Opcoes: politica de circulacao, calendario da
      * biblioteca e sobre o sistema.
      * -----------------------------------------------------------
       menu-opcoes.
         MOVE SPACES TO opcao-opcoes
         PERFORM WITH TEST AFTER UNTIL opcao-opcoes = "V"
                                     OR opcao-opcoes = "v"
          DISPLAY " "
          DISPLAY "*-- Opcoes do Sistema -------------------------*"
          DISPLAY "| (P)olitica de Circulacao (C)alendario        |"
          DISPLAY "| (S)obre (V)oltar                             |"
          DISPLAY "*----------------------------------------------*"
          DISPLAY "Escolha uma opcao > " WITH NO ADVANCING
          ACCEPT opcao-opcoes
          IF opcao-opcoes = "P" OR opcao-opcoes = "p" THEN
             PERFORM menu-politica
          ELSE IF opcao-opcoes = "C" OR opcao-opcoes = "c" THEN
             PERFORM menu-calendario
          ELSE IF opcao-opcoes = "S" OR opcao-opcoes = "s" THEN
             PERFORM sobre-sistema
          END-IF
         END-PERFORM.

      * -----------------------------------------------------------
      * Sobre o sistema.
      * -----------------------------------------------------------
       sobre-sistema.
         DISPLAY " "
         DISPLAY "*----------------------------------------------*"
         DISPLAY "| Sistema de Automacao de Biblioteca (Biblio)  |"
         DISPLAY "pressione para continuar..."
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Submenu da politica de circulacao: uma linha de
      * politica.dat por categoria de usuario (E, F, ...) com prazo
      * do emprestimo, maximo de renovacoes, maximo de emprestimos
      * em aberto, multa por dia e teto da multa. A categoria "*"
      * vale para as categorias sem linha propria; sem nenhuma
      * linha o Biblio usa as regras de fabrica (7 dias, 1,00 por
      * dia, limite 3 - 10 para funcionarios).
      * -----------------------------------------------------------
       menu-politica.
         MOVE SPACES TO opcao-politica
         PERFORM WITH TEST AFTER UNTIL opcao-politica = "V"
                                     OR opcao-politica = "v"
          DISPLAY " "
          DISPLAY "*-- Politica de Circulacao --------------------*"
          DISPLAY "| (I)ncluir (A)lterar (L)istar (E)xcluir       |"
          DISPLAY "| (V)oltar                                     |"
          DISPLAY "*----------------------------------------------*"
          DISPLAY "Escolha uma opcao > " WITH NO ADVANCING
          ACCEPT opcao-politica
          IF opcao-politica = "I" OR opcao-politica = "i" THEN
             PERFORM inclui-politica
          ELSE IF opcao-politica = "A" OR opcao-politica = "a" THEN
             PERFORM altera-politica
          ELSE IF opcao-politica = "L" OR opcao-politica = "l" THEN
             PERFORM lista-politica
          ELSE IF opcao-politica = "E" OR opcao-politica = "e" THEN
             PERFORM exclui-politica
          END-IF
         END-PERFORM.

      * -----------------------------------------------------------
      * Inclui a politica de uma categoria, recusando categoria
      * repetida.
      * -----------------------------------------------------------
       inclui-politica.
         DISPLAY " "
         DISPLAY "-- Incluir Politica --"
         DISPLAY "Categoria (E/F/../* = demais): " WITH NO ADVANCING
         ACCEPT ws-categoria-inf
         PERFORM localiza-politica
         IF ws-achou = "S" THEN
            DISPLAY "Categoria ja cadastrada!"
         ELSE
            MOVE ws-categoria-inf TO categoria-pol
            PERFORM aceita-campos-politica
            MOVE "00" TO ws-fs-politica
            OPEN EXTEND arq-politica
            IF ws-fs-politica = "35" THEN
               OPEN OUTPUT arq-politica
               CLOSE arq-politica
               MOVE "00" TO ws-fs-politica
               OPEN EXTEND arq-politica
            END-IF
            WRITE politica-rec
            CLOSE arq-politica
            DISPLAY "Politica incluida com sucesso!"
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Altera a politica de uma categoria: localiza pela categoria
      * e regrava o registro no lugar (mesmo tamanho).
      * -----------------------------------------------------------
       altera-politica.
         DISPLAY " "
         DISPLAY "-- Alterar Politica --"
         DISPLAY "Categoria (E/F/../* = demais): " WITH NO ADVANCING
         ACCEPT ws-categoria-inf
         MOVE "N" TO ws-achou
         MOVE "00" TO ws-fs-politica
         OPEN I-O arq-politica
         IF ws-fs-politica NOT = "00" THEN
            DISPLAY "Nenhuma politica cadastrada!"
         ELSE
            PERFORM UNTIL ws-fs-politica = "10"
              READ arq-politica
                AT END MOVE "10" TO ws-fs-politica
                NOT AT END
                  IF categoria-pol = ws-categoria-inf THEN
                     MOVE "S" TO ws-achou
                     PERFORM mostra-politica
                     PERFORM aceita-campos-politica
                     REWRITE politica-rec
                     IF ws-fs-politica = "00" THEN
                        DISPLAY "Politica alterada com sucesso!"
                     ELSE
                        DISPLAY "Erro ao alterar a politica "
                           "(status " ws-fs-politica ")!"
                     END-IF
                     MOVE "10" TO ws-fs-politica
                  END-IF
              END-READ
            END-PERFORM
            CLOSE arq-politica
            IF ws-achou = "N" THEN
               DISPLAY "Categoria nao encontrada!"
            END-IF
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Lista a politica de todas as categorias.
      * -----------------------------------------------------------
       lista-politica.
         DISPLAY " "
         DISPLAY "-- Politica de Circulacao --"
         DISPLAY "Cat Dias Renov Emprest Multa/dia  Teto"
         MOVE ZEROS TO ws-qtd-listados
         MOVE "00" TO ws-fs-politica
         OPEN INPUT arq-politica
         IF ws-fs-politica NOT = "00" THEN
            MOVE "10" TO ws-fs-politica
         END-IF
         PERFORM UNTIL ws-fs-politica = "10"
           READ arq-politica
             AT END MOVE "10" TO ws-fs-politica
             NOT AT END
               ADD 1 TO ws-qtd-listados
               DISPLAY " " categoria-pol "  " dias-emprestimo-pol
                  "  " max-renovacoes-pol "    "
                  max-emprestimos-pol "      " multa-dia-pol "  "
                  teto-multa-pol
           END-READ
         END-PERFORM
         IF ws-fs-politica = "10" THEN
            CLOSE arq-politica
         END-IF
         IF ws-qtd-listados = ZEROS THEN
            DISPLAY "Nenhuma politica cadastrada - o Biblio usa as "
               "regras de fabrica."
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Exclui a politica de uma categoria: regrava politica.dat
      * sem o registro via arquivo temporario (cmtemp.dat).
      * -----------------------------------------------------------
       exclui-politica.
         DISPLAY " "
         DISPLAY "-- Excluir Politica --"
         DISPLAY "Categoria (E/F/../* = demais): " WITH NO ADVANCING
         ACCEPT ws-categoria-inf
         PERFORM localiza-politica
         IF ws-achou = "N" THEN
            DISPLAY "Categoria nao encontrada!"
         ELSE
            PERFORM mostra-politica
            DISPLAY "Certeza de excluir? (S/N): " WITH NO ADVANCING
            ACCEPT ws-confirma
            IF ws-confirma = "S" OR ws-confirma = "s" THEN
               OPEN OUTPUT arq-temp
               MOVE "00" TO ws-fs-politica
               OPEN INPUT arq-politica
               PERFORM UNTIL ws-fs-politica = "10"
                 READ arq-politica
                   AT END MOVE "10" TO ws-fs-politica
                   NOT AT END
                     IF categoria-pol NOT = ws-categoria-inf THEN
                        WRITE temp-rec FROM politica-rec
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE arq-politica
               CLOSE arq-temp
               OPEN INPUT arq-temp
               OPEN OUTPUT arq-politica
               MOVE "00" TO ws-fs-politica
               PERFORM UNTIL ws-fs-politica = "10"
                 READ arq-temp
                   AT END MOVE "10" TO ws-fs-politica
                   NOT AT END
                     WRITE politica-rec FROM temp-rec
                 END-READ
               END-PERFORM
               CLOSE arq-temp
               CLOSE arq-politica
               DISPLAY "Politica excluida com sucesso!"
            END-IF
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Procura a categoria informada em politica.dat e deixa o
      * registro achado em politica-rec (ws-achou = "S"/"N").
      * -----------------------------------------------------------
       localiza-politica.
         MOVE "N" TO ws-achou
         MOVE "00" TO ws-fs-politica
         OPEN INPUT arq-politica
         IF ws-fs-politica NOT = "00" THEN
            MOVE "10" TO ws-fs-politica
         END-IF
         PERFORM UNTIL ws-fs-politica = "10"
           READ arq-politica
             AT END MOVE "10" TO ws-fs-politica
             NOT AT END
               IF categoria-pol = ws-categoria-inf THEN
                  MOVE "S" TO ws-achou
                  MOVE "10" TO ws-fs-politica
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-politica = "10" THEN
            CLOSE arq-politica
         END-IF.

      * -----------------------------------------------------------
      * Entrada das regras da categoria (menos a categoria, que e
      * a chave e nao muda).
      * -----------------------------------------------------------
       aceita-campos-politica.
         DISPLAY "Prazo do emprestimo (dias)...: " WITH NO ADVANCING
         ACCEPT dias-emprestimo-pol
         DISPLAY "Maximo de renovacoes (0=nao).: " WITH NO ADVANCING
         ACCEPT max-renovacoes-pol
         DISPLAY "Maximo de emprestimos abertos: " WITH NO ADVANCING
         ACCEPT max-emprestimos-pol
         DISPLAY "Multa por dia de atraso......: " WITH NO ADVANCING
         ACCEPT multa-dia-pol
         DISPLAY "Teto da multa (0 = sem teto).: " WITH NO ADVANCING
         ACCEPT teto-multa-pol.

      * -----------------------------------------------------------
      * Mostra as regras da categoria em politica-rec.
      * -----------------------------------------------------------
       mostra-politica.
         DISPLAY "Categoria....................: " categoria-pol
         DISPLAY "Prazo do emprestimo (dias)...: " dias-emprestimo-pol
         DISPLAY "Maximo de renovacoes.........: " max-renovacoes-pol
         DISPLAY "Maximo de emprestimos abertos: " max-emprestimos-pol
         DISPLAY "Multa por dia de atraso......: " multa-dia-pol
         DISPLAY "Teto da multa................: " teto-multa-pol.

      * -----------------------------------------------------------
      * Submenu do calendario da biblioteca: periodos fechados
      * (feriado = periodo de um dia so, recesso = periodo de
      * varios dias) e dias da semana em que a biblioteca nao abre.
      * Alterar e excluir e incluir de novo - o registro e
      * identificado pelo numero da linha na listagem.
      * -----------------------------------------------------------
       menu-calendario.
         MOVE SPACES TO opcao-calendario
         PERFORM WITH TEST AFTER UNTIL opcao-calendario = "V"
                                     OR opcao-calendario = "v"
          DISPLAY " "
          DISPLAY "*-- Calendario da Biblioteca ------------------*"
          DISPLAY "| (I)ncluir (L)istar (E)xcluir (V)oltar        |"
          DISPLAY "*----------------------------------------------*"
          DISPLAY "Escolha uma opcao > " WITH NO ADVANCING
          ACCEPT opcao-calendario
          IF opcao-calendario = "I" OR opcao-calendario = "i" THEN
             PERFORM inclui-calendario
          ELSE IF opcao-calendario = "L" OR opcao-calendario = "l"
             THEN
             PERFORM lista-calendario
          ELSE IF opcao-calendario = "E" OR opcao-calendario = "e"
             THEN
             PERFORM exclui-calendario
          END-IF
         END-PERFORM.

      * -----------------------------------------------------------
      * Inclui um periodo fechado ou um dia da semana fechado no
      * fim de calendario.dat.
      * -----------------------------------------------------------
       inclui-calendario.
         DISPLAY " "
         DISPLAY "-- Incluir Dia Fechado --"
         MOVE SPACES TO calendario-rec
         MOVE ZEROS TO dia-semana-cal
         DISPLAY "(P)eriodo/feriado ou dia da (S)emana: "
            WITH NO ADVANCING
         ACCEPT tipo-cal
         IF tipo-cal = "p" THEN
            MOVE "P" TO tipo-cal
         END-IF
         IF tipo-cal = "s" THEN
            MOVE "S" TO tipo-cal
         END-IF
         IF tipo-cal = "P" THEN
            DISPLAY "Data inicial (dd/mm/aaaa)...........: "
               WITH NO ADVANCING
            ACCEPT dt-inicio-cal
            DISPLAY "Data final (branco = so um dia).....: "
               WITH NO ADVANCING
            ACCEPT dt-fim-cal
            IF dt-fim-cal = SPACES THEN
               MOVE dt-inicio-cal TO dt-fim-cal
            END-IF
            PERFORM valida-periodo-cal
         ELSE IF tipo-cal = "S" THEN
            DISPLAY "Dia da semana (1=domingo..7=sabado).: "
               WITH NO ADVANCING
            ACCEPT dia-semana-cal
            END-IF
         END-IF
         IF (tipo-cal = "P" AND ws-periodo-ok = "S") OR
            (tipo-cal = "S" AND dia-semana-cal >= 1 AND
             dia-semana-cal <= 7) THEN
            DISPLAY "Descricao...........................: "
               WITH NO ADVANCING
            ACCEPT descricao-cal
            MOVE "00" TO ws-fs-calendario
            OPEN EXTEND arq-calendario
            IF ws-fs-calendario = "35" THEN
               OPEN OUTPUT arq-calendario
               CLOSE arq-calendario
               MOVE "00" TO ws-fs-calendario
               OPEN EXTEND arq-calendario
            END-IF
            WRITE calendario-rec
            CLOSE arq-calendario
            DISPLAY "Dia fechado incluido no calendario!"
         ELSE IF tipo-cal = "P" THEN
            DISPLAY "Data invalida, nada incluido!"
         ELSE
            DISPLAY "Dados invalidos, nada incluido!"
            END-IF
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Confere as datas do periodo fechado: as duas tem de ser
      * datas reais dd/mm/aaaa e a inicial nao pode passar da
      * final, senao o Biblio contaria como fechado tudo desde a
      * data zero (ws-periodo-ok = "S"/"N").
      * -----------------------------------------------------------
       valida-periodo-cal.
         MOVE "N" TO ws-periodo-ok
         MOVE dt-inicio-cal TO ws-data-teste
         PERFORM valida-data-cal
         IF ws-data-cal-ok = "S" THEN
            MOVE ws-data-aaaammdd TO ws-aaaammdd-ini
            MOVE dt-fim-cal TO ws-data-teste
            PERFORM valida-data-cal
            IF ws-data-cal-ok = "S" AND
               ws-aaaammdd-ini <= ws-data-aaaammdd THEN
               MOVE "S" TO ws-periodo-ok
            END-IF
         END-IF.

      * -----------------------------------------------------------
      * Diz se ws-data-teste e uma data dd/mm/aaaa valida
      * (ws-data-cal-ok), deixando-a em ws-data-aaaammdd.
      * -----------------------------------------------------------
       valida-data-cal.
         MOVE "N" TO ws-data-cal-ok
         MOVE ZEROS TO ws-data-aaaammdd
         IF ws-data-teste(1:2) IS NUMERIC AND
            ws-data-teste(3:1) = "/" AND
            ws-data-teste(4:2) IS NUMERIC AND
            ws-data-teste(6:1) = "/" AND
            ws-data-teste(7:4) IS NUMERIC THEN
            COMPUTE ws-data-aaaammdd =
               (FUNCTION NUMVAL(ws-data-teste(7:4)) * 10000) +
               (FUNCTION NUMVAL(ws-data-teste(4:2)) * 100) +
                FUNCTION NUMVAL(ws-data-teste(1:2))
            IF FUNCTION TEST-DATE-YYYYMMDD(ws-data-aaaammdd) = ZERO
               THEN
               MOVE "S" TO ws-data-cal-ok
            END-IF
         END-IF.

      * -----------------------------------------------------------
      * Lista o calendario, numerando as linhas para a exclusao.
      * -----------------------------------------------------------
       lista-calendario.
         DISPLAY " "
         DISPLAY "-- Calendario da Biblioteca --"
         DISPLAY "Linha Tipo De         Ate        Dia Descricao"
         MOVE ZEROS TO ws-nr-linha
         MOVE "00" TO ws-fs-calendario
         OPEN INPUT arq-calendario
         IF ws-fs-calendario NOT = "00" THEN
            MOVE "10" TO ws-fs-calendario
         END-IF
         PERFORM UNTIL ws-fs-calendario = "10"
           READ arq-calendario
             AT END MOVE "10" TO ws-fs-calendario
             NOT AT END
               ADD 1 TO ws-nr-linha
               PERFORM mostra-calendario
           END-READ
         END-PERFORM
         IF ws-fs-calendario = "10" THEN
            CLOSE arq-calendario
         END-IF
         IF ws-nr-linha = ZEROS THEN
            DISPLAY "Nenhum dia fechado cadastrado."
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Exclui uma linha do calendario pelo numero da listagem:
      * regrava calendario.dat sem ela via arquivo temporario
      * (cmtemp.dat).
      * -----------------------------------------------------------
       exclui-calendario.
         DISPLAY " "
         DISPLAY "-- Excluir Dia Fechado --"
         DISPLAY "Numero da linha na listagem: " WITH NO ADVANCING
         ACCEPT ws-nr-linha-inf
         MOVE "N" TO ws-achou
         MOVE ZEROS TO ws-nr-linha
         MOVE "00" TO ws-fs-calendario
         OPEN INPUT arq-calendario
         IF ws-fs-calendario NOT = "00" THEN
            MOVE "10" TO ws-fs-calendario
         END-IF
         PERFORM UNTIL ws-fs-calendario = "10"
           READ arq-calendario
             AT END MOVE "10" TO ws-fs-calendario
             NOT AT END
               ADD 1 TO ws-nr-linha
               IF ws-nr-linha = ws-nr-linha-inf THEN
                  MOVE "S" TO ws-achou
                  PERFORM mostra-calendario
                  MOVE "10" TO ws-fs-calendario
               END-IF
           END-READ
         END-PERFORM
         IF ws-fs-calendario = "10" THEN
            CLOSE arq-calendario
         END-IF
         IF ws-achou = "N" THEN
            DISPLAY "Linha nao encontrada!"
         ELSE
            DISPLAY "Certeza de excluir? (S/N): " WITH NO ADVANCING
            ACCEPT ws-confirma
            IF ws-confirma = "S" OR ws-confirma = "s" THEN
               OPEN OUTPUT arq-temp
               MOVE ZEROS TO ws-nr-linha
               MOVE "00" TO ws-fs-calendario
               OPEN INPUT arq-calendario
               PERFORM UNTIL ws-fs-calendario = "10"
                 READ arq-calendario
                   AT END MOVE "10" TO ws-fs-calendario
                   NOT AT END
                     ADD 1 TO ws-nr-linha
                     IF ws-nr-linha NOT = ws-nr-linha-inf THEN
                        WRITE temp-rec FROM calendario-rec
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE arq-calendario
               CLOSE arq-temp
               OPEN INPUT arq-temp
               OPEN OUTPUT arq-calendario
               MOVE "00" TO ws-fs-calendario
               PERFORM UNTIL ws-fs-calendario = "10"
                 READ arq-temp
                   AT END MOVE "10" TO ws-fs-calendario
                   NOT AT END
                     WRITE calendario-rec FROM temp-rec
                 END-READ
               END-PERFORM
               CLOSE arq-temp
               CLOSE arq-calendario
               DISPLAY "Dia fechado excluido do calendario!"
            END-IF
         END-IF
         ACCEPT tecla-return.

      * -----------------------------------------------------------
      * Mostra uma linha do calendario em calendario-rec com o
      * numero ws-nr-linha.
      * -----------------------------------------------------------
       mostra-calendario.
         IF tipo-cal = "S" THEN
            DISPLAY ws-nr-linha "   S    (toda semana)         "
               dia-semana-cal "   " descricao-cal
         ELSE
            DISPLAY ws-nr-linha "   " tipo-cal "    " dt-inicio-cal
               " " dt-fim-cal "     " descricao-cal
         END-IF.

       END PROGRAM ctrlmenu.
