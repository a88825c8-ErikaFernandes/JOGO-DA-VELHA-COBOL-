      *          e concedida pelo proprio jogo na hora - a dificuldade
      *          nao fica em game-result.txt - e o recalculo daqui
      *          PRESERVA os registros CPUD existentes.
      *          Partida anulada pelo arbitro (GR-RESULTADO = "A", ver
      *          JOGO-DA-VELHA-CORRECAO) nao conta e nao quebra serie.
      *          Alem do recalculo, o menu tem a listagem de
      *          conquistas de um jogador e o relatorio de conquistas
      *          recentes para o mural da loja.
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD CONQUISTAS.
       01 CONQUISTAS-ARQUIVO.

    ***  -- Aplica um resultado ao estado do jogador e concede as
    ***  -- conquistas que ele alcancou com essa partida; a data da
    ***  -- conquista e a GR-DATA da partida que a fechou. Partida
    ***  -- anulada e ignorada.
       PROCESSA-RESULTADO-CONQ.
           MOVE 0 TO WS-CJ-IDX-ACHADO.
           IF WS-PROC-RESULTADO NOT = "A" THEN
               MOVE WS-PROC-ID TO WS-CJ-ID-BUSCA
               PERFORM LOCALIZA-JOGADOR-CONQ
           END-IF.
           IF WS-CJ-IDX-ACHADO = 0 THEN
               CONTINUE
           ELSE
