      *          casados aqui e os dois lados atualizam um ao outro.
      *          Uma partida contra o COBOL gera um registro so, e o
      *          COBOL e tratado como adversario de rating fixo.
      *          Partida anulada pelo arbitro (GR-RESULTADO = "A", ver
      *          JOGO-DA-VELHA-CORRECAO) continua pareada mas nao conta
      *          para rating, jogos nem serie.
      *          O rating e da temporada aberta: so contam as partidas
      *          a partir de 1o de janeiro do ano seguinte a ultima
      *          temporada encerrada (temporada-historico.txt, ver
      *          JOGO-DA-VELHA-TEMPORADA); sem temporada encerrada,
      *          todas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RELATORIO.

    ***  -- Historico das temporadas encerradas (JOGO-DA-VELHA-
    ***  -- TEMPORADA): so o "Z" de fim de bloco interessa aqui.
       SELECT TEMPORADA-HISTORICO ASSIGN TO 'temporada-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-RESULT.
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD RATINGS.
       01 RATINGS-ARQUIVO.
       FD RATING-RELATORIO.
       01 RELATORIO-LINHA PIC X(60).

       FD TEMPORADA-HISTORICO.
       01 TEMPORADA-HISTORICO-ARQUIVO.
           05 TH-ANO   PIC 9(4).
           05 TH-TIPO  PIC X(1).
           05 TH-DADOS PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-GAME-RESULT PIC X(2) VALUE "00".
       01 WS-FS-RATINGS     PIC X(2) VALUE "00".
       01 WS-RT-MAX   PIC 9(3) VALUE 200.
       01 WS-RT-CHEIO PIC X(1) VALUE "N".

    ************* TEMPORADA -------------------------------------------
    ***  -- Primeiro dia da temporada aberta: 1o de janeiro do ano
    ***  -- seguinte a ultima temporada encerrada (zero se nenhuma).
       01 WS-FS-HISTORICO     PIC X(2) VALUE "00".
       01 WS-EOF-HISTORICO    PIC X(1) VALUE "N".
       01 WS-ULTIMO-ANO       PIC 9(4) VALUE 0.
       01 WS-INICIO-TEMPORADA PIC 9(8) VALUE 0.

    ************* PAREAMENTO DOS REGISTROS ---------------------------
    ***  -- Os dois registros de uma partida Jogador x Jogador sao
    ***  -- gravados em sequencia com o mesmo GR-GAME-ID; guarda-se o
           05 WS-PEND-GAME-ID   PIC 9(5).
           05 WS-PEND-PLAYER-ID PIC X(5).
           05 WS-PEND-RESULTADO PIC X(1).
           05 WS-PEND-DATA      PIC 9(8).
       01 WS-TEM-PENDENTE PIC X(1) VALUE "N".

    ************* CALCULO ---------------------------------------------
           DISPLAY " ".
           DISPLAY "  Rating Elo do Jogo Da Velha ".

           PERFORM LE-INICIO-TEMPORADA.
           IF WS-INICIO-TEMPORADA > 0 THEN
               DISPLAY "  Temporada aberta desde " WS-INICIO-TEMPORADA
           END-IF.
           PERFORM PROCESSA-GAME-RESULT.
           PERFORM ORDENA-POR-RATING.
           PERFORM GRAVA-RATINGS.

           STOP RUN.

       LE-INICIO-TEMPORADA.
           MOVE 0 TO WS-ULTIMO-ANO.
           MOVE "N" TO WS-EOF-HISTORICO.
           OPEN INPUT TEMPORADA-HISTORICO.
           IF WS-FS-HISTORICO = "00" THEN
               PERFORM UNTIL WS-EOF-HISTORICO = "Y"
                   READ TEMPORADA-HISTORICO
                       AT END MOVE "Y" TO WS-EOF-HISTORICO
                       NOT AT END
                           IF TH-TIPO = "Z"
                               AND TH-ANO > WS-ULTIMO-ANO THEN
                               MOVE TH-ANO TO WS-ULTIMO-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPORADA-HISTORICO
           END-IF.
           IF WS-ULTIMO-ANO > 0 THEN
               COMPUTE WS-INICIO-TEMPORADA =
                   (WS-ULTIMO-ANO + 1) * 10000 + 101
           ELSE
               MOVE 0 TO WS-INICIO-TEMPORADA
           END-IF.

       PROCESSA-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           MOVE "N" TO WS-TEM-PENDENTE.
               MOVE GR-GAME-ID   TO WS-PEND-GAME-ID
               MOVE GR-PLAYER-ID TO WS-PEND-PLAYER-ID
               MOVE GR-RESULTADO TO WS-PEND-RESULTADO
               MOVE GR-DATA      TO WS-PEND-DATA
               MOVE "S" TO WS-TEM-PENDENTE
           END-IF.

    ***  -- Partida de um registro so: o adversario e o COBOL, com
    ***  -- rating fixo WS-RATING-COBOL que nao e atualizado.
       PROCESSA-PARTIDA-CONTRA-COBOL.
           IF WS-PEND-RESULTADO NOT = "A"
               AND WS-PEND-DATA >= WS-INICIO-TEMPORADA THEN
               PERFORM LOCALIZA-JOGADOR-A
               IF WS-IDX-A NOT = 0 THEN
                   MOVE WS-RT-RATING(WS-IDX-A) TO WS-RATING-A
                   MOVE WS-RATING-COBOL        TO WS-RATING-B
                   MOVE WS-PEND-RESULTADO      TO WS-RESULTADO-A
                   PERFORM DEFINE-SCORES
                   PERFORM CALCULA-ELO
                   PERFORM APLICA-RESULTADO-JOGADOR-A
               END-IF
           END-IF.

    ***  -- Par com o mesmo GR-GAME-ID: o registro pendente e o lado A,
    ***  -- o registro recem-lido e o lado B, e ambos se atualizam com
    ***  -- o rating que cada um tinha antes da partida.
       PROCESSA-PARTIDA-DOIS-JOGADORES.
           IF WS-PEND-RESULTADO NOT = "A" AND GR-RESULTADO NOT = "A"
               AND WS-PEND-DATA >= WS-INICIO-TEMPORADA THEN
               PERFORM LOCALIZA-JOGADOR-A
               PERFORM LOCALIZA-JOGADOR-B
               IF WS-IDX-A NOT = 0 AND WS-IDX-B NOT = 0 THEN
                   MOVE WS-RT-RATING(WS-IDX-A) TO WS-RATING-A
                   MOVE WS-RT-RATING(WS-IDX-B) TO WS-RATING-B
                   MOVE WS-PEND-RESULTADO      TO WS-RESULTADO-A
                   MOVE GR-RESULTADO           TO WS-RESULTADO-B
                   PERFORM DEFINE-SCORES
                   PERFORM CALCULA-ELO
                   PERFORM APLICA-RESULTADO-JOGADOR-A
                   PERFORM APLICA-RESULTADO-JOGADOR-B
               END-IF
           END-IF.

    ***  -- Acha (ou cria com rating inicial) a linha do jogador do
