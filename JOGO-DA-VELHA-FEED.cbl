      *              game-result.txt com o adversario do par resolvido
      *              (mesmo pareamento por GR-GAME-ID do RATING;
      *              partida de um registro so sai contra COBOL), com
      *              o resultado visto do JOG1; partida anulada
      *              pelo arbitro (GR-RESULTADO = "A") nao sai;
      *          "P" um jogador por registro - rating, jogos e serie
      *              de ratings.txt, nome do player-master;
      *          "T" a classificacao do torneio corrente de
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD RATINGS.
       01 RATINGS-ARQUIVO.
           END-IF.

       GUARDA-PARTIDA-SOLO.
           IF WS-PEND-DATA = WS-DATA-HOJE
               AND WS-PEND-RESULTADO NOT = "A" THEN
               IF WS-FG-QTD < WS-FG-MAX THEN
                   ADD 1 TO WS-FG-QTD
                   MOVE WS-PEND-GAME-ID TO WS-FG-GAME-ID(WS-FG-QTD)
           END-IF.

       GUARDA-PARTIDA-DUPLA.
           IF WS-PEND-DATA = WS-DATA-HOJE
               AND WS-PEND-RESULTADO NOT = "A" THEN
               IF WS-FG-QTD < WS-FG-MAX THEN
                   ADD 1 TO WS-FG-QTD
                   MOVE WS-PEND-GAME-ID TO WS-FG-GAME-ID(WS-FG-QTD)
