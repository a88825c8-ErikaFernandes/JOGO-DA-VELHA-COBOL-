      *          ratings.txt. Examina os registros com GR-TORNEIO =
      *          "T" de game-result.txt (pareados por GR-GAME-ID,
      *          como no RATING) junto com o tamanho de cada partida,
      *          derivado da contagem de registros do GAME-ID no
      *          journal jogadas.txt (um por jogada), e aponta:
      *          - varias partidas decisivas curtas do mesmo par na
      *            mesma GR-DATA;
      *          - sequencia de vencedores alternados entre o mesmo
      *            par (troca-troca de pontos);
      *          - partida bem mais curta que o normal daquele par.
      *          As suspeitas vao para monitor-excecoes.txt, no mesmo
      *          molde de auditoria-excecoes.txt. So o journal de
      *          jogadas ao vivo entra na conta de tamanho - partidas
      *          de torneio sao do mes corrente e ainda nao foram para
      *          archive. Partida ja anulada pelo arbitro
      *          (GR-RESULTADO = "A", ver JOGO-DA-VELHA-CORRECAO) sai
      *          do exame.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT EXCECAO-RELATORIO ASSIGN TO 'monitor-excecoes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD JOGADAS.
       01 JOGADAS-ARQUIVO.
           05 JG-GAME-ID    PIC 9(5).
           05 JG-NUM-JOGADA PIC 9(2).
           05 JG-PLAYER-ID  PIC X(5).
           05 JG-SIMBOLO    PIC X(1).
           05 JG-LINHA      PIC 9(1).
           05 JG-COLUNA     PIC 9(1).
           05 JG-TAMANHO    PIC 9(1).
           05 JG-DATA       PIC 9(8).
           05 JG-HORA       PIC 9(6).
           05 JG-ESTACAO    PIC 9(1).

       FD EXCECAO-RELATORIO.
       01 EXCECAO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-GAME-RESULT PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS     PIC X(2) VALUE "00".
       01 WS-FS-EXCECAO     PIC X(2) VALUE "00".

       01 WS-EOF-GR PIC X(1) VALUE "N".
       01 WS-EOF-JG PIC X(1) VALUE "N".

    ************* PARAMETROS DO MONITOR ------------------------------
    ***  -- Partida "curta" tem ate 6 jogadas (o minimo para fechar
       01 WS-LIMIAR-ALTERNA   PIC 9(2) VALUE 4.
       01 WS-LIMIAR-ABAIXO    PIC 9(2) VALUE 3.

    ************* JOGADAS POR GAME-ID (JOURNAL) ----------------------
       01 WS-MV-TAB OCCURS 2000 TIMES INDEXED BY IDX-MV.
           05 WS-MV-GAME-ID PIC 9(5).
           05 WS-MV-REGS    PIC 9(5).
           MOVE "ORIGEM   CHAVE  MOTIVO" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

           PERFORM CONTA-JOGADAS-JOURNAL.
           PERFORM LE-PARTIDAS-TORNEIO.
           PERFORM MONTA-PARES.
           PERFORM CHECA-CURTAS-REPETIDAS.

           STOP RUN.

    ***  -- Conta os registros de cada GAME-ID no journal; cada
    ***  -- registro e uma jogada, entao o tamanho da partida e a
    ***  -- propria contagem.
       CONTA-JOGADAS-JOURNAL.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           MOVE JG-GAME-ID TO WS-MV-GAME-ID-BUSCA
                           PERFORM SOMA-REGISTRO-JOGADA
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
           END-IF.

       SOMA-REGISTRO-JOGADA.
       PAREIA-REGISTRO-MONITOR.
           IF WS-TEM-PENDENTE = "S"
               AND GR-GAME-ID = WS-PEND-GAME-ID THEN
               IF (WS-PEND-TORNEIO = "T" OR GR-TORNEIO = "T")
                   AND WS-PEND-RESULTADO NOT = "A" THEN
                   PERFORM GUARDA-PARTIDA-TORNEIO
               END-IF
               MOVE "N" TO WS-TEM-PENDENTE
           IF WS-MV-IDX-ACHADO = 0 THEN
               MOVE 0 TO WS-TG-JOGADAS(IDX-TG)
           ELSE
               MOVE WS-MV-REGS(WS-MV-IDX-ACHADO)
                   TO WS-TG-JOGADAS(IDX-TG)
           END-IF.

       MONTA-PARES.
