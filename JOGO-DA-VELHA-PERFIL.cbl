      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Batch noturno que condensa o journal jogadas.txt e
      *          seus archives (via archive-catalogo.txt) num arquivo de
      *          perfis compacto, com um registro por PLAYER-ID
      *          contendo a frequencia de jogadas daquele jogador em
      *          cada uma das 9 celulas. O jogo carrega no arranque so
      *          o registro do jogador da vez (CARREGA-PERFIL-JOGADOR),
      *          em vez de reler e recontar o journal inteiro a cada
      *          partida - e o COBOL passa a imitar as jogadas de quem
      *          esta jogando, nao da loja inteira. Cada jogada 3x3 de
      *          um jogador (PLAYER-ID diferente de COBOL) soma 1 na
      *          celula jogada; partidas NxN ficam de fora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
    ***  -- Mesmo FD dinamico para o arquivo ao vivo e cada archive
    ***  -- datado, como em JOGO-DA-VELHA-EXTRATO.
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
           05 PF-CEL-QTD   PIC 9(5) OCCURS 9 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-FS-JOGADAS  PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO PIC X(2) VALUE "00".
       01 WS-FS-PERFIL   PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-JOGADAS PIC X(40) VALUE SPACES.

       01 WS-EOF-JG  PIC X(1) VALUE "N".
       01 WS-EOF-CAT PIC X(1) VALUE "N".

    ***  -- Um mesmo archive pode ter varios registros no catalogo
           DISPLAY " ".
           DISPLAY "  Perfis de jogadores do Jogo Da Velha ".

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

       PROCESSA-ARQUIVO-JOGADAS.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT ENTRADA-JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ ENTRADA-JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           ADD 1 TO WS-TOTAL-REGISTROS
                           IF JG-TAMANHO = 3
                               AND JG-PLAYER-ID NOT = "COBOL"
                               AND JG-LINHA <= 2
                               AND JG-COLUNA <= 2 THEN
                               PERFORM CONTA-REGISTRO-NO-PERFIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-JOGADAS
           END-IF.

    ***  -- Cada registro do journal e uma jogada: soma 1 na celula
    ***  -- (1 a 9, linha a linha) do perfil do PLAYER-ID que jogou.
       CONTA-REGISTRO-NO-PERFIL.
           PERFORM LOCALIZA-PERFIL.
           IF WS-PF-IDX-ACHADO = 0 THEN
               CONTINUE
           ELSE
               COMPUTE WS-PF-CELULA = (JG-LINHA * 3) + JG-COLUNA + 1
               ADD 1 TO WS-PF-CEL-QTD(WS-PF-IDX-ACHADO WS-PF-CELULA)
           END-IF.

       LOCALIZA-PERFIL.
           MOVE 0 TO WS-PF-IDX-ACHADO.
           PERFORM VARYING IDX-PF FROM 1 BY 1
               UNTIL IDX-PF > WS-PF-TOTAL
               IF WS-PF-ID(IDX-PF) = JG-PLAYER-ID THEN
                   SET WS-PF-IDX-ACHADO TO IDX-PF
               END-IF
           END-PERFORM.
               IF WS-PF-TOTAL < WS-PF-MAX THEN
                   ADD 1 TO WS-PF-TOTAL
                   MOVE WS-PF-TOTAL TO WS-PF-IDX-ACHADO
                   MOVE JG-PLAYER-ID TO WS-PF-ID(WS-PF-IDX-ACHADO)
                   PERFORM VARYING WS-PF-ZERA FROM 1 BY 1
                       UNTIL WS-PF-ZERA > 9
                       MOVE 0 TO
