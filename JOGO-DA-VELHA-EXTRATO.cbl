      *          partidas, para a equipe de analise: uma linha por
      *          jogada com GAME-ID, numero da jogada, PLAYER-ID,
      *          linha, coluna e quem abriu a partida.
      *          Le o journal de jogadas (um registro por jogada):
      *          jogadas.txt ao vivo e depois cada jogadas-archive
      *          listado no catalogo (archive-catalogo.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    ***  -- O mesmo FD atende o journal ao vivo e os archives
    ***  -- datados: o nome e trocado antes de cada passada
    ***  -- (jogadas.txt e depois cada archive do catalogo).
       SELECT ENTRADA-JOGADAS
       ASSIGN TO DYNAMIC WS-NOME-ARQ-JOGADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT ARCHIVE-CATALOGO ASSIGN TO 'archive-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA-JOGADAS.
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

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
       01 JOGADAS-EXTRACT-LINHA PIC X(42).

       WORKING-STORAGE SECTION.
       01 WS-FS-JOGADAS  PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO PIC X(2) VALUE "00".
       01 WS-FS-EXTRACT  PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-JOGADAS PIC X(40) VALUE SPACES.

       01 WS-EOF-JG  PIC X(1) VALUE "N".
       01 WS-EOF-CAT PIC X(1) VALUE "N".

    ***  -- Um mesmo archive pode ter varios registros no catalogo
       01 WS-ARQ-VISTO-ACHOU PIC X(1).
       01 WS-ARQ-VISTO-IDX   PIC 9(3).

    ************* GAME-IDS DISTINTOS DO ARQUIVO CORRENTE -------------
       01 WS-GAMEIDS-TAB OCCURS 2000 TIMES INDEXED BY IDX-GID.
           05 WS-GID PIC 9(5).
       01 WS-GID-TOTAL   PIC 9(4) VALUE 0.
       01 WS-GID-CORRENTE PIC 9(4).
       01 WS-GAME-ID-ALVO PIC 9(5).

    ************* JOGADAS DA PARTIDA CORRENTE ------------------------
    ***  -- Guardadas pela posicao JG-NUM-JOGADA (ate 25, o 5x5 do
    ***  -- modo NxN), para sair em ordem mesmo que duas estacoes
    ***  -- tenham intercalado registros no journal.
       01 WS-EX-JOGADAS OCCURS 25 TIMES.
           05 WS-EX-PRESENTE  PIC X(1).
           05 WS-EX-PLAYER-ID PIC X(5).
           05 WS-EX-LINHA     PIC 9(1).
           05 WS-EX-COLUNA    PIC 9(1).
       01 WS-EX-MAX-NUM PIC 9(2) VALUE 0.

    ************* MONTAGEM DO CSV ------------------------------------
       01 WS-ABRIU-ID    PIC X(5).
       01 WS-JOGADA-NUM  PIC 9(2) VALUE 0.
       01 WS-CSV-LINHA   PIC X(42) VALUE SPACES.
       01 WS-CSV-GAME-ID PIC 9(5).
               TO JOGADAS-EXTRACT-LINHA.
           WRITE JOGADAS-EXTRACT-LINHA.

     **     ---- JOURNAL AO VIVO, DEPOIS CADA ARCHIVE DO CATALOGO --
           MOVE "jogadas.txt" TO WS-NOME-ARQ-JOGADAS.
           PERFORM PROCESSA-ARQUIVO-JOGADAS.

           PERFORM VARRE-CATALOGO.

                   READ ARCHIVE-CATALOGO
                       AT END MOVE "Y" TO WS-EOF-CAT
                       NOT AT END
                           IF CAT-NOME-ARQ(1:16) = "jogadas-archive-"
                               THEN
                               PERFORM VERIFICA-ARQUIVO-JA-VISTO
                               IF WS-ARQ-VISTO-ACHOU = "N" THEN
                                   MOVE CAT-NOME-ARQ
                                       TO WS-NOME-ARQ-JOGADAS
                                   PERFORM PROCESSA-ARQUIVO-JOGADAS
                               END-IF
                           END-IF
                   END-READ
               MOVE CAT-NOME-ARQ TO WS-ARQ-VISTO(WS-ARQ-VISTO-QTD)
           END-IF.

    ***  -- Um arquivo de journal por vez: levanta os GAME-IDs
    ***  -- distintos e monta cada partida em ordem de JG-NUM-JOGADA,
    ***  -- escrevendo uma linha de CSV por jogada.
       PROCESSA-ARQUIVO-JOGADAS.
           PERFORM COLETA-GAME-IDS.
           IF WS-GID-CHEIO = "S" THEN
               DISPLAY "  AVISO: mais de " WS-GID-MAX " partidas em "
                   WS-NOME-ARQ-JOGADAS " - so as " WS-GID-MAX
                   " primeiras foram extraidas."
           END-IF.
           PERFORM EXTRAI-PARTIDA
               VARYING WS-GID-CORRENTE FROM 1 BY 1
               UNTIL WS-GID-CORRENTE > WS-GID-TOTAL.

       COLETA-GAME-IDS.
           MOVE 0 TO WS-GID-TOTAL.
           MOVE "N" TO WS-GID-CHEIO.

           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT ENTRADA-JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ ENTRADA-JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           MOVE JG-GAME-ID TO WS-GAME-ID-ALVO
                           PERFORM GUARDA-GAME-ID
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-JOGADAS
           END-IF.

    ***  -- As partidas sao gravadas em sequencia, entao o ultimo ID

       EXTRAI-PARTIDA.
           MOVE WS-GID(WS-GID-CORRENTE) TO WS-GAME-ID-ALVO.
           MOVE 0 TO WS-EX-MAX-NUM.
           PERFORM VARYING WS-JOGADA-NUM FROM 1 BY 1
               UNTIL WS-JOGADA-NUM > 25
               MOVE "N" TO WS-EX-PRESENTE(WS-JOGADA-NUM)
           END-PERFORM.

           PERFORM LE-JOGADAS-PARTIDA.
           PERFORM ESCREVE-CSV-PARTIDA.

       LE-JOGADAS-PARTIDA.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT ENTRADA-JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ ENTRADA-JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           IF JG-GAME-ID = WS-GAME-ID-ALVO
                               AND JG-NUM-JOGADA >= 1
                               AND JG-NUM-JOGADA <= 25 THEN
                               PERFORM GUARDA-JOGADA-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-JOGADAS
           END-IF.

       GUARDA-JOGADA-PARTIDA.
           MOVE "S"          TO WS-EX-PRESENTE(JG-NUM-JOGADA).
           MOVE JG-PLAYER-ID TO WS-EX-PLAYER-ID(JG-NUM-JOGADA).
           MOVE JG-LINHA     TO WS-EX-LINHA(JG-NUM-JOGADA).
           MOVE JG-COLUNA    TO WS-EX-COLUNA(JG-NUM-JOGADA).
           IF JG-NUM-JOGADA > WS-EX-MAX-NUM THEN
               MOVE JG-NUM-JOGADA TO WS-EX-MAX-NUM
           END-IF.

    ***  -- Quem abriu a partida e o autor da jogada 1 gravada no
    ***  -- journal (nao mais uma aproximacao pela contagem).
       ESCREVE-CSV-PARTIDA.
           IF WS-EX-MAX-NUM = 0 THEN
               CONTINUE
           ELSE
               ADD 1 TO WS-TOTAL-PARTIDAS
               IF WS-EX-PRESENTE(1) = "S" THEN
                   MOVE WS-EX-PLAYER-ID(1) TO WS-ABRIU-ID
               ELSE
                   MOVE SPACES TO WS-ABRIU-ID
               END-IF
               PERFORM VARYING WS-JOGADA-NUM FROM 1 BY 1
                   UNTIL WS-JOGADA-NUM > WS-EX-MAX-NUM
                   IF WS-EX-PRESENTE(WS-JOGADA-NUM) = "S" THEN
                       MOVE WS-EX-PLAYER-ID(WS-JOGADA-NUM)
                           TO WS-CSV-PLAYER
                       MOVE WS-EX-LINHA(WS-JOGADA-NUM)  TO WS-CSV-ROW
                       MOVE WS-EX-COLUNA(WS-JOGADA-NUM) TO WS-CSV-COL
                       PERFORM GRAVA-LINHA-CSV
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-LINHA-CSV.
           ADD 1 TO WS-TOTAL-JOGADAS.
           MOVE WS-GAME-ID-ALVO TO WS-CSV-GAME-ID.
