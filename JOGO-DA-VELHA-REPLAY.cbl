      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Reconstroi e exibe, jogada a jogada, uma partida
      *          gravada no journal de jogadas (jogadas.txt ou um
      *          jogadas-archive-AAAAMMDD.txt) a partir do GAME-ID
      *          informado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

    ***  -- ARCHIVE-JOGADAS (JOGO-DA-VELHA-V.cbl) move as jogadas
    ***  -- antigas de jogadas.txt para arquivos datados e esvazia o
    ***  -- journal ao vivo; uma partida arquivada e achada pelo
    ***  -- catalogo ou pela data informada pelo operador.
       SELECT JOGADAS-ARCHIVE
       ASSIGN TO DYNAMIC WS-NOME-ARQ-JOGADAS-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS-ARCHIVE.

    ***  -- Catalogo gravado por GRAVA-CATALOGO-ARCHIVE (programa
    ***  -- principal): um registro por arquivo de archive, com a

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

       FD JOGADAS-ARCHIVE.
       01 JOGADAS-ARCHIVE-ARQUIVO PIC X(31).

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
           05 CAT-QTD-REG     PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-FS-JOGADAS          PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS-ARCHIVE  PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO         PIC X(2) VALUE "00".
       01 WS-NOME-ARQ-JOGADAS-ARCHIVE PIC X(40) VALUE SPACES.
       01 WS-ARCHIVE-DATA-BUSCA PIC X(8) VALUE SPACES.
       01 WS-EOF-CAT PIC X(1) VALUE "N".
       01 WS-EOF-JG  PIC X(1) VALUE "N".

       01 WS-GAME-ID-BUSCA PIC 9(5).

    ************* JOGADAS DA PARTIDA -------------------------------
    ***  -- Cada registro do journal e uma jogada; guarda-se pela
    ***  -- posicao JG-NUM-JOGADA, entao a ordem fisica do arquivo
    ***  -- (duas estacoes gravando juntas) nao importa.
       01 WS-RP-JOGADAS OCCURS 25 TIMES.
           05 WS-RP-PRESENTE  PIC X(1).
           05 WS-RP-PLAYER-ID PIC X(5).
           05 WS-RP-SIMBOLO   PIC X(1).
           05 WS-RP-LINHA     PIC 9(1).
           05 WS-RP-COLUNA    PIC 9(1).
       01 WS-RP-TOTAL     PIC 9(2) VALUE 0.
       01 WS-RP-MAX-NUM   PIC 9(2) VALUE 0.
       01 WS-RP-TAMANHO   PIC 9(1) VALUE 3.
       01 WS-RP-DATA      PIC 9(8) VALUE 0.
       01 WS-RP-NUM       PIC 9(2).

    ***  -- Tabuleiro de ate 5x5 (tamanho maximo do modo NxN).
       01 WS-RP-TABULEIRO.
           05 WS-RP-TAB-LINHA OCCURS 5 TIMES.
               10 WS-RP-CELULA OCCURS 5 TIMES PIC X(1).
       01 WS-RP-ROW       PIC 9(1).
       01 WS-RP-COL       PIC 9(1).
       01 WS-RP-TEXTO     PIC X(30).
       01 WS-RP-PONTEIRO  PIC 9(2).
       01 WS-RP-TRACOS    PIC X(30) VALUE ALL "-".
       01 WS-RP-LARGURA   PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "  Informe o GAME-ID da partida desejada : ".
           ACCEPT WS-GAME-ID-BUSCA.

           PERFORM INICIA-JOGADAS.
           PERFORM LE-JOGADAS.

           IF WS-RP-TOTAL = 0 THEN
               PERFORM BUSCA-EM-ARCHIVE
           END-IF.

           IF WS-RP-TOTAL = 0 THEN
               DISPLAY " "
               DISPLAY "Nenhuma jogada encontrada para o GAME-ID "
                   WS-GAME-ID-BUSCA " em jogadas.txt, no catalogo "
                   "de archives nem no archive informado (ver "
                   "ARCHIVE-JOGADAS e o relatorio de "
                   "JOGO-DA-VELHA-CATALOGO)."
           ELSE
               PERFORM MOSTRA-REPLAY
           END-IF.

           STOP RUN.

    ***  -- Uma partida arquivada (ver VERIFICA-NECESSIDADE-ARCHIVE em
    ***  -- JOGO-DA-VELHA-V.cbl) some de jogadas.txt. Primeiro procura
    ***  -- no catalogo de archives o arquivo cuja faixa de GAME-IDs
    ***  -- contem a partida pedida; so se o catalogo nao resolver
    ***  -- (catalogo ausente ou archive anterior ao catalogo) cai no
    ***  -- caminho antigo de pedir a data.
       BUSCA-EM-ARCHIVE.
           PERFORM BUSCA-NO-CATALOGO.
           IF WS-RP-TOTAL = 0 THEN
               PERFORM BUSCA-POR-DATA-INFORMADA
           END-IF.

                   READ ARCHIVE-CATALOGO
                       AT END MOVE "Y" TO WS-EOF-CAT
                       NOT AT END
                           IF CAT-NOME-ARQ(1:16) = "jogadas-archive-"
                               AND WS-GAME-ID-BUSCA >= CAT-GAME-ID-MIN
                               AND WS-GAME-ID-BUSCA <= CAT-GAME-ID-MAX
                               THEN
               CLOSE ARCHIVE-CATALOGO
           END-IF.

    ***  -- Abre o archive da data catalogada e procura a partida;
    ***  -- achou, encerra a varredura do catalogo.
       LE-ARCHIVE-DO-CATALOGO.
           MOVE CAT-NOME-ARQ TO WS-NOME-ARQ-JOGADAS-ARCHIVE.
           PERFORM LE-JOGADAS-ARCHIVE.
           IF WS-RP-TOTAL > 0 THEN
               DISPLAY " "
               DISPLAY "Partida localizada pelo catalogo no archive "
                   "de " CAT-DATA "."

       BUSCA-POR-DATA-INFORMADA.
           DISPLAY " ".
           DISPLAY "Nao encontrada no journal ao vivo nem pelo ".
           DISPLAY "catalogo de archives. Informe a data do archive ".
           DISPLAY "(AAAAMMDD) para buscar la, ou deixe em branco : ".
           ACCEPT WS-ARCHIVE-DATA-BUSCA.
           IF WS-ARCHIVE-DATA-BUSCA NOT = SPACES THEN
               MOVE SPACES TO WS-NOME-ARQ-JOGADAS-ARCHIVE
               STRING "jogadas-archive-" WS-ARCHIVE-DATA-BUSCA
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOME-ARQ-JOGADAS-ARCHIVE
               PERFORM LE-JOGADAS-ARCHIVE
           END-IF.

       INICIA-JOGADAS.
           MOVE 0 TO WS-RP-TOTAL.
           MOVE 0 TO WS-RP-MAX-NUM.
           PERFORM VARYING WS-RP-NUM FROM 1 BY 1 UNTIL WS-RP-NUM > 25
               MOVE "N" TO WS-RP-PRESENTE(WS-RP-NUM)
           END-PERFORM.

       LE-JOGADAS.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           IF JG-GAME-ID = WS-GAME-ID-BUSCA THEN
                               PERFORM GUARDA-JOGADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
           END-IF.

    ***  -- Mesma leitura de LE-JOGADAS, para o jogadas-archive-
    ***  -- AAAAMMDD.txt do catalogo ou da data informada (arquivo
    ***  -- ausente/data errada e apenas ignorado, como no caso normal
    ***  -- de jogadas.txt vazio).
       LE-JOGADAS-ARCHIVE.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT JOGADAS-ARCHIVE.
           IF WS-FS-JOGADAS-ARCHIVE = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ JOGADAS-ARCHIVE
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           MOVE JOGADAS-ARCHIVE-ARQUIVO
                               TO JOGADAS-ARQUIVO
                           IF JG-GAME-ID = WS-GAME-ID-BUSCA THEN
                               PERFORM GUARDA-JOGADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS-ARCHIVE
           END-IF.

       GUARDA-JOGADA.
           IF JG-NUM-JOGADA >= 1 AND JG-NUM-JOGADA <= 25 THEN
               IF WS-RP-PRESENTE(JG-NUM-JOGADA) = "N" THEN
                   ADD 1 TO WS-RP-TOTAL
               END-IF
               MOVE "S"          TO WS-RP-PRESENTE(JG-NUM-JOGADA)
               MOVE JG-PLAYER-ID TO WS-RP-PLAYER-ID(JG-NUM-JOGADA)
               MOVE JG-SIMBOLO   TO WS-RP-SIMBOLO(JG-NUM-JOGADA)
               MOVE JG-LINHA     TO WS-RP-LINHA(JG-NUM-JOGADA)
               MOVE JG-COLUNA    TO WS-RP-COLUNA(JG-NUM-JOGADA)
               IF JG-NUM-JOGADA > WS-RP-MAX-NUM THEN
                   MOVE JG-NUM-JOGADA TO WS-RP-MAX-NUM
               END-IF
               IF JG-TAMANHO >= 3 AND JG-TAMANHO <= 5 THEN
                   MOVE JG-TAMANHO TO WS-RP-TAMANHO
               END-IF
               MOVE JG-DATA TO WS-RP-DATA
           END-IF.

       MOSTRA-REPLAY.
           MOVE SPACES TO WS-RP-TABULEIRO.
           DISPLAY " ".
           DISPLAY "Partida GAME-ID " WS-GAME-ID-BUSCA
               " de " WS-RP-DATA " - tabuleiro " WS-RP-TAMANHO "x"
               WS-RP-TAMANHO ", " WS-RP-TOTAL " jogada(s).".

           PERFORM VARYING WS-RP-NUM FROM 1 BY 1
               UNTIL WS-RP-NUM > WS-RP-MAX-NUM
               IF WS-RP-PRESENTE(WS-RP-NUM) = "S" THEN
                   PERFORM APLICA-JOGADA
               ELSE
                   DISPLAY " "
                   DISPLAY "Jogada " WS-RP-NUM
                       " - nao encontrada no journal"
               END-IF
           END-PERFORM.

       APLICA-JOGADA.
           COMPUTE WS-RP-ROW = WS-RP-LINHA(WS-RP-NUM) + 1.
           COMPUTE WS-RP-COL = WS-RP-COLUNA(WS-RP-NUM) + 1.
           IF WS-RP-ROW <= WS-RP-TAMANHO
               AND WS-RP-COL <= WS-RP-TAMANHO THEN
               MOVE WS-RP-SIMBOLO(WS-RP-NUM)
                   TO WS-RP-CELULA(WS-RP-ROW WS-RP-COL)
           END-IF.
           DISPLAY " ".
           DISPLAY "Jogada " WS-RP-NUM " - "
               WS-RP-PLAYER-ID(WS-RP-NUM) " ("
               WS-RP-SIMBOLO(WS-RP-NUM) ") jogou em "
               WS-RP-LINHA(WS-RP-NUM) WS-RP-COLUNA(WS-RP-NUM).
           PERFORM MOSTRA-JOGO.

    ***  -- Monta cada linha do tabuleiro como " X | O | X " no
    ***  -- tamanho da partida.
       MOSTRA-JOGO.
           COMPUTE WS-RP-LARGURA = (WS-RP-TAMANHO * 4) - 1.
           DISPLAY " ".
           DISPLAY " " WS-RP-TRACOS(1:WS-RP-LARGURA).
           PERFORM VARYING WS-RP-ROW FROM 1 BY 1
               UNTIL WS-RP-ROW > WS-RP-TAMANHO
               MOVE SPACES TO WS-RP-TEXTO
               MOVE 1 TO WS-RP-PONTEIRO
               PERFORM VARYING WS-RP-COL FROM 1 BY 1
                   UNTIL WS-RP-COL > WS-RP-TAMANHO
                   STRING " " WS-RP-CELULA(WS-RP-ROW WS-RP-COL) " "
                       DELIMITED BY SIZE
                       INTO WS-RP-TEXTO WITH POINTER WS-RP-PONTEIRO
                   IF WS-RP-COL < WS-RP-TAMANHO THEN
                       STRING "|" DELIMITED BY SIZE
                           INTO WS-RP-TEXTO WITH POINTER WS-RP-PONTEIRO
                   END-IF
               END-PERFORM
               DISPLAY WS-RP-TEXTO
           END-PERFORM.
           DISPLAY " " WS-RP-TRACOS(1:WS-RP-LARGURA).

       END PROGRAM JOGO-DA-VELHA-REPLAY.
