      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Valida a integridade do journal de jogadas gravado
      *          por GRAVA-JOGADA-JOURNAL em jogadas.txt (um registro
      *          por jogada, dos modos 3x3, NxN e Jogador x Jogador) e
      *          grava as inconsistencias encontradas num relatorio
      *          de excecoes, cada uma com a sua gravidade:
      *          GRAVE - o registro nao pode ser uma jogada valida
      *                  (tamanho de tabuleiro invalido, celula fora
      *                  do tabuleiro ou ja ocupada, simbolo invalido,
      *                  numero de jogada repetido ou para tras);
      *          MEDIA - a partida esta incompleta ou estranha, mas
      *                  cada jogada em si e valida (partida que nao
      *                  comeca na jogada 1, lacuna na numeracao,
      *                  simbolo que nao alterna).
      *          Com duas estacoes jogando ao mesmo tempo (noite de
      *          torneio) os registros de GAME-IDs diferentes se
      *          intercalam no arquivo; o estado de cada partida
      *          (ultima jogada e celulas ocupadas) e entao guardado
      *          POR GAME-ID numa tabela de baselines.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT EXCECAO-RELATORIO ASSIGN TO 'reconciliacao-excecoes.txt'
       ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-FS-JOGADAS  PIC X(2) VALUE "00".
       01 WS-FS-EXCECAO  PIC X(2) VALUE "00".

       01 WS-EOF-JG PIC X(1) VALUE "N".

       01 WS-REC-NUM PIC 9(7) VALUE 0.

    ************* ESTADO DA PARTIDA POR GAME-ID ----------------------
    ***  -- WS-BASE-OCUPADA guarda as celulas ja jogadas (ate 5x5 =
    ***  -- 25, na ordem linha a linha) para achar celula repetida.
       01 WS-BASE-TAB OCCURS 50 TIMES.
           05 WS-BASE-GAME-ID  PIC 9(5).
           05 WS-BASE-ULT-NUM  PIC 9(2).
           05 WS-BASE-TAMANHO  PIC 9(1).
           05 WS-BASE-SIMBOLO  PIC X(1).
           05 WS-BASE-OCUPADA  PIC X(1) OCCURS 25 TIMES.
       01 WS-BASE-QTD     PIC 9(2) VALUE 0.
       01 WS-BASE-MAX     PIC 9(2) VALUE 50.
       01 WS-BASE-RODIZIO PIC 9(2) VALUE 0.
       01 WS-BASE-IDX     PIC 9(2).
       01 WS-BASE-ACHADO  PIC 9(2).
       01 WS-BASE-CEL     PIC 9(2).

       01 WS-JG-VALIDA    PIC X(1).
       01 WS-CELULA-IDX   PIC 9(2).

    ************* CONTADORES DO RELATORIO -----------------------------
       01 WS-TOTAL-JOGADAS     PIC 9(7) VALUE 0.
       01 WS-TOTAL-GRAVES      PIC 9(7) VALUE 0.
       01 WS-TOTAL-MEDIAS      PIC 9(7) VALUE 0.
       01 WS-GAME-ID-EXIBE     PIC 9(5).
       01 WS-SEVERIDADE        PIC X(5).
       01 WS-MOTIVO            PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Reconciliacao do journal de jogadas ".

           PERFORM ABRE-EXCECAO-RELATORIO.
           PERFORM VALIDA-JOURNAL.
           CLOSE EXCECAO-RELATORIO.

           DISPLAY " ".
           DISPLAY "  jogadas.txt : " WS-TOTAL-JOGADAS " jogada(s) "
               "verificada(s), " WS-TOTAL-GRAVES " excecao(oes) "
               "GRAVE(S), " WS-TOTAL-MEDIAS " MEDIA(S).".
           IF WS-TOTAL-GRAVES = 0 AND WS-TOTAL-MEDIAS = 0 THEN
               DISPLAY "  Nenhuma inconsistencia encontrada."
           ELSE
               DISPLAY "  Detalhes em reconciliacao-excecoes.txt"
    ***  -- uma apuracao completa e nao um log cumulativo.
       ABRE-EXCECAO-RELATORIO.
           OPEN OUTPUT EXCECAO-RELATORIO.
           MOVE "GRAVID ARQUIVO  REGISTRO GAME-ID MOTIVO"
               TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

    ***  -- Le jogadas.txt sequencialmente e valida cada registro
    ***  -- contra o estado guardado da sua partida.
       VALIDA-JOURNAL.
           MOVE "N" TO WS-EOF-JG.
           MOVE 0 TO WS-REC-NUM.
           MOVE 0 TO WS-BASE-QTD.
           MOVE 0 TO WS-BASE-RODIZIO.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           ADD 1 TO WS-REC-NUM
                           ADD 1 TO WS-TOTAL-JOGADAS
                           PERFORM VALIDA-JOGADA
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
           END-IF.

       VALIDA-JOGADA.
           MOVE JG-GAME-ID TO WS-GAME-ID-EXIBE.
           MOVE "S" TO WS-JG-VALIDA.

           IF JG-TAMANHO < 3 OR JG-TAMANHO > 5 THEN
               MOVE "N" TO WS-JG-VALIDA
               MOVE "tamanho de tabuleiro invalido" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-GRAVE
           ELSE
               IF JG-LINHA >= JG-TAMANHO OR JG-COLUNA >= JG-TAMANHO
                   THEN
                   MOVE "N" TO WS-JG-VALIDA
                   MOVE "celula fora do tabuleiro da partida"
                       TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-GRAVE
               END-IF
           END-IF.

           IF JG-SIMBOLO NOT = "X" AND JG-SIMBOLO NOT = "O" THEN
               MOVE "simbolo diferente de X/O" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-GRAVE
           END-IF.

           IF JG-NUM-JOGADA = 0 THEN
               MOVE "N" TO WS-JG-VALIDA
               MOVE "numero de jogada zerado" TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-GRAVE
           END-IF.

           PERFORM CARREGA-BASELINE.
           IF WS-BASE-ACHADO = 0 THEN
               IF JG-NUM-JOGADA > 1 THEN
                   MOVE "partida nao comeca na jogada 1" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-MEDIA
               END-IF
               IF WS-JG-VALIDA = "S" THEN
                   PERFORM CRIA-BASELINE
               END-IF
           ELSE
               PERFORM VALIDA-CONTRA-BASELINE
           END-IF.

    ***  -- Jogada seguinte de uma partida ja vista: numeracao em
    ***  -- sequencia, mesmo tabuleiro, celula livre e simbolo
    ***  -- alternado com a jogada anterior.
       VALIDA-CONTRA-BASELINE.
           IF JG-NUM-JOGADA <= WS-BASE-ULT-NUM(WS-BASE-ACHADO) THEN
               MOVE "N" TO WS-JG-VALIDA
               MOVE "numero de jogada repetido ou fora de ordem"
                   TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-GRAVE
           ELSE
               IF JG-NUM-JOGADA > WS-BASE-ULT-NUM(WS-BASE-ACHADO) + 1
                   THEN
                   MOVE "lacuna na numeracao das jogadas" TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-MEDIA
               END-IF
           END-IF.

           IF WS-JG-VALIDA = "S"
               AND JG-TAMANHO NOT = WS-BASE-TAMANHO(WS-BASE-ACHADO)
               THEN
               MOVE "N" TO WS-JG-VALIDA
               MOVE "tamanho de tabuleiro muda dentro da partida"
                   TO WS-MOTIVO
               PERFORM GRAVA-EXCECAO-GRAVE
           END-IF.

           IF WS-JG-VALIDA = "S" THEN
               COMPUTE WS-CELULA-IDX =
                   (JG-LINHA * JG-TAMANHO) + JG-COLUNA + 1
               IF WS-BASE-OCUPADA(WS-BASE-ACHADO WS-CELULA-IDX) = "S"
                   THEN
                   MOVE "N" TO WS-JG-VALIDA
                   MOVE "celula ja ocupada por jogada anterior"
                       TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-GRAVE
               END-IF
           END-IF.

           IF WS-JG-VALIDA = "S" THEN
               IF JG-SIMBOLO = WS-BASE-SIMBOLO(WS-BASE-ACHADO) THEN
                   MOVE "simbolo nao alterna com a jogada anterior"
                       TO WS-MOTIVO
                   PERFORM GRAVA-EXCECAO-MEDIA
               END-IF
               MOVE JG-NUM-JOGADA TO WS-BASE-ULT-NUM(WS-BASE-ACHADO)
               MOVE JG-SIMBOLO TO WS-BASE-SIMBOLO(WS-BASE-ACHADO)
               MOVE "S"
                   TO WS-BASE-OCUPADA(WS-BASE-ACHADO WS-CELULA-IDX)
           END-IF.

       CARREGA-BASELINE.
           MOVE 0 TO WS-BASE-ACHADO.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-QTD
               IF WS-BASE-GAME-ID(WS-BASE-IDX) = JG-GAME-ID THEN
                   MOVE WS-BASE-IDX TO WS-BASE-ACHADO
               END-IF
           END-PERFORM.

    ***  -- Tabela cheia recicla o slot mais antigo em rodizio: com
    ***  -- duas estacoes ha no maximo duas partidas abertas ao mesmo
    ***  -- tempo, entao 50 slots dao folga de sobra.
       CRIA-BASELINE.
           IF WS-BASE-QTD < WS-BASE-MAX THEN
               ADD 1 TO WS-BASE-QTD
               MOVE WS-BASE-QTD TO WS-BASE-ACHADO
           ELSE
               ADD 1 TO WS-BASE-RODIZIO
               IF WS-BASE-RODIZIO > WS-BASE-MAX THEN
                   MOVE 1 TO WS-BASE-RODIZIO
               END-IF
               MOVE WS-BASE-RODIZIO TO WS-BASE-ACHADO
           END-IF.
           MOVE JG-GAME-ID    TO WS-BASE-GAME-ID(WS-BASE-ACHADO).
           MOVE JG-NUM-JOGADA TO WS-BASE-ULT-NUM(WS-BASE-ACHADO).
           MOVE JG-TAMANHO    TO WS-BASE-TAMANHO(WS-BASE-ACHADO).
           MOVE JG-SIMBOLO    TO WS-BASE-SIMBOLO(WS-BASE-ACHADO).
           PERFORM VARYING WS-BASE-CEL FROM 1 BY 1
               UNTIL WS-BASE-CEL > 25
               MOVE "N" TO WS-BASE-OCUPADA(WS-BASE-ACHADO WS-BASE-CEL)
           END-PERFORM.
           COMPUTE WS-CELULA-IDX =
               (JG-LINHA * JG-TAMANHO) + JG-COLUNA + 1.
           MOVE "S" TO WS-BASE-OCUPADA(WS-BASE-ACHADO WS-CELULA-IDX).

       GRAVA-EXCECAO-GRAVE.
           ADD 1 TO WS-TOTAL-GRAVES.
           MOVE "GRAVE" TO WS-SEVERIDADE.
           PERFORM GRAVA-LINHA-EXCECAO.

       GRAVA-EXCECAO-MEDIA.
           ADD 1 TO WS-TOTAL-MEDIAS.
           MOVE "MEDIA" TO WS-SEVERIDADE.
           PERFORM GRAVA-LINHA-EXCECAO.

       GRAVA-LINHA-EXCECAO.
           MOVE SPACES TO EXCECAO-LINHA.
           STRING WS-SEVERIDADE DELIMITED BY SIZE
               "  JOGADAS  " WS-REC-NUM DELIMITED BY SIZE
               "  " WS-GAME-ID-EXIBE DELIMITED BY SIZE
               " jogada " JG-NUM-JOGADA ": " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY "  "
               INTO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

       END PROGRAM JOGO-DA-VELHA-RECONCILIA.
