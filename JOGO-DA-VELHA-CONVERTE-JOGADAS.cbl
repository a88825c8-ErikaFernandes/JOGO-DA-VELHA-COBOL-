      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Conversao unica das fotos acumuladas de bloqueio.txt/
      *          ataque.txt (e de cada par bloqueio-archive/ataque-
      *          archive listado em archive-catalogo.txt) para o
      *          journal de jogadas (jogadas.txt / jogadas-archive-
      *          AAAAMMDD.txt), um registro por jogada. Os arquivos
      *          antigos nao sao apagados. Uma segunda execucao e
      *          recusada (ver conversao-jogadas.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-CONVERTE-JOGADAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    ***  -- Par de fotos sendo convertido: bloqueio.txt/ataque.txt ao
    ***  -- vivo ou bloqueio-archive-/ataque-archive-AAAAMMDD.txt.
       SELECT ENTRADA-BLOQUEIO
       ASSIGN TO DYNAMIC WS-NOME-ARQ-BLOQUEIO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BLOQUEIO.

       SELECT ENTRADA-ATAQUE
       ASSIGN TO DYNAMIC WS-NOME-ARQ-ATAQUE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ATAQUE.

    ***  -- Journal gerado: jogadas-archive-AAAAMMDD.txt para os pares
    ***  -- arquivados, jogadas-conversao.txt (intermediario) para o
    ***  -- par ao vivo.
       SELECT SAIDA-JOGADAS
       ASSIGN TO DYNAMIC WS-NOME-ARQ-SAIDA
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SAIDA.

       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GR.

       SELECT ARCHIVE-CATALOGO ASSIGN TO 'archive-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT CONTROLE-FECHAMENTO
       ASSIGN TO 'controle-fechamento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

    ***  -- Marca de conversao ja realizada: um registro com a data e
    ***  -- os totais convertidos; se existir, o programa nao roda.
       SELECT CONVERSAO-CONTROLE ASSIGN TO 'conversao-jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONVERSAO.

       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA-BLOQUEIO.
       01 BLOQUEIO-ARQUIVO.
           05 LINHA     PIC 9(1).
           05 CELULA-1  PIC 9(1).
           05 CELULA-2  PIC 9(1).
           05 CELULA-3  PIC 9(1).
           05 I         PIC 9(1).
           05 PLAYER-ID PIC X(5).
           05 GAME-ID   PIC 9(5).

       FD ENTRADA-ATAQUE.
       01 ATAQUE-ARQUIVO.
           05 LINHA-A     PIC 9(1).
           05 CELULA-1-A  PIC 9(1).
           05 CELULA-2-A  PIC 9(1).
           05 CELULA-3-A  PIC 9(1).
           05 I-A         PIC 9(1).
           05 PLAYER-ID-A PIC X(5).
           05 GAME-ID-A   PIC 9(5).

       FD SAIDA-JOGADAS.
       01 SAIDA-JOGADAS-ARQUIVO.
           05 SJ-GAME-ID    PIC 9(5).
           05 SJ-NUM-JOGADA PIC 9(2).
           05 SJ-PLAYER-ID  PIC X(5).
           05 SJ-SIMBOLO    PIC X(1).
           05 SJ-LINHA      PIC 9(1).
           05 SJ-COLUNA     PIC 9(1).
           05 SJ-TAMANHO    PIC 9(1).
           05 SJ-DATA       PIC 9(8).
           05 SJ-HORA       PIC 9(6).
           05 SJ-ESTACAO    PIC 9(1).

       FD JOGADAS.
       01 JOGADAS-ARQUIVO PIC X(31).

       FD GAME-RESULT.
       01 GAME-RESULT-ARQUIVO.
           05 GR-GAME-ID       PIC 9(5).
           05 GR-PLAYER-ID     PIC X(5).
           05 GR-PLAYER-SYMBOL PIC X(1).
           05 GR-RESULTADO     PIC X(1).
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
           05 CAT-NOME-ARQ    PIC X(40).
           05 CAT-DATA        PIC 9(8).
           05 CAT-GAME-ID-MIN PIC 9(5).
           05 CAT-GAME-ID-MAX PIC 9(5).
           05 CAT-QTD-REG     PIC 9(7).

    ***  -- O registro de controle antigo trazia as contagens de
    ***  -- bloqueio.txt e ataque.txt; o novo traz so a de jogadas.txt.
    ***  -- Le-se pelo layout antigo e grava-se pelo novo.
       FD CONTROLE-FECHAMENTO.
       01 CONTROLE-ARQUIVO.
           05 CTL-DATA       PIC 9(8).
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).
       01 CONTROLE-ARQUIVO-ANTIGO.
           05 CTL-ANT-DATA       PIC 9(8).
           05 CTL-ANT-QTD-PLACAR PIC 9(7).
           05 CTL-ANT-QTD-PM     PIC 9(7).
           05 CTL-ANT-QTD-GR     PIC 9(7).
           05 CTL-ANT-QTD-BLQ    PIC 9(7).
           05 CTL-ANT-QTD-ATQ    PIC 9(7).

       FD CONVERSAO-CONTROLE.
       01 CONVERSAO-ARQUIVO.
           05 CV-DATA          PIC 9(8).
           05 CV-QTD-PARTIDAS  PIC 9(7).
           05 CV-QTD-JOGADAS   PIC 9(7).
           05 CV-QTD-ARCHIVES  PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-FS-BLOQUEIO  PIC X(2) VALUE "00".
       01 WS-FS-ATAQUE    PIC X(2) VALUE "00".
       01 WS-FS-SAIDA     PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS   PIC X(2) VALUE "00".
       01 WS-FS-GR        PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO  PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE  PIC X(2) VALUE "00".
       01 WS-FS-CONVERSAO PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-BLOQUEIO PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQ-ATAQUE   PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQ-SAIDA    PIC X(40) VALUE SPACES.

       01 WS-EOF-BL   PIC X(1) VALUE "N".
       01 WS-EOF-AT   PIC X(1) VALUE "N".
       01 WS-EOF-GR   PIC X(1) VALUE "N".
       01 WS-EOF-CAT  PIC X(1) VALUE "N".
       01 WS-EOF-JOG  PIC X(1) VALUE "N".
       01 WS-EOF-SAI  PIC X(1) VALUE "N".

       01 WS-DATA-HOJE       PIC 9(8).
       01 WS-CONVERSAO-FEITA PIC X(1) VALUE "N".

    ************* GAME-RESULT EM MEMORIA ---------------------------
    ***  -- Simbolo, data e hora de cada partida saem do game-result;
    ***  -- as fotos antigas nao guardavam nenhum dos tres.
       01 WS-CV-GR-TOTAL     PIC 9(5) VALUE 0.
       01 WS-CV-GR-IGNORADOS PIC 9(7) VALUE 0.
       01 WS-CV-GR-TAB OCCURS 20000 TIMES.
           05 WS-CV-GR-GAME-ID   PIC 9(5).
           05 WS-CV-GR-PLAYER-ID PIC X(5).
           05 WS-CV-GR-SIMBOLO   PIC X(1).
           05 WS-CV-GR-DATA      PIC 9(8).
           05 WS-CV-GR-HORA      PIC 9(6).
       01 WS-CV-GR-IDX PIC 9(5).

    ************* DATAS DE ARCHIVE DO CATALOGO ---------------------
       01 WS-CV-DT-TOTAL PIC 9(3) VALUE 0.
       01 WS-CV-DT-TAB OCCURS 200 TIMES.
           05 WS-CV-DT-DATA    PIC 9(8).
           05 WS-CV-DT-MIN     PIC 9(5).
           05 WS-CV-DT-MAX     PIC 9(5).
           05 WS-CV-DT-QTD     PIC 9(7).
       01 WS-CV-DT-IDX   PIC 9(3).
       01 WS-CV-DT-ACHOU PIC X(1).

    ************* PARTIDAS DO PAR SENDO CONVERTIDO -----------------
    ***  -- Cada lado grava, a cada jogada, uma foto acumulada das 9
    ***  -- celulas (3 registros LINHA 0/1/2). Guarda-se por GAME-ID a
    ***  -- foto anterior e a corrente de cada lado; ao fechar o trio
    ***  -- (LINHA 2) a unica celula que virou 0->1 e a jogada. Trios
    ***  -- sem diferenca (tentativas repetidas do COBOL) sao
    ***  -- descartados. As celulas ficam guardadas como 0 a 8.
       01 WS-CV-TOTAL      PIC 9(4) VALUE 0.
       01 WS-CV-EXCEDENTES PIC 9(7) VALUE 0.
       01 WS-CV-PARTIDA-TAB OCCURS 5000 TIMES.
           05 WS-CV-GAME-ID PIC 9(5).
           05 WS-CV-U-ID    PIC X(5).
           05 WS-CV-U-FOTO-ANT.
               10 WS-CV-U-ANT PIC 9(1) OCCURS 9 TIMES.
           05 WS-CV-U-FOTO-CUR.
               10 WS-CV-U-CUR PIC 9(1) OCCURS 9 TIMES.
           05 WS-CV-U-QTD   PIC 9(1).
           05 WS-CV-U-CEL   PIC 9(1) OCCURS 9 TIMES.
           05 WS-CV-C-ID    PIC X(5).
           05 WS-CV-C-FOTO-ANT.
               10 WS-CV-C-ANT PIC 9(1) OCCURS 9 TIMES.
           05 WS-CV-C-FOTO-CUR.
               10 WS-CV-C-CUR PIC 9(1) OCCURS 9 TIMES.
           05 WS-CV-C-QTD   PIC 9(1).
           05 WS-CV-C-CEL   PIC 9(1) OCCURS 9 TIMES.
       01 WS-CV-IDX          PIC 9(4).
       01 WS-CV-ULT-IDX      PIC 9(4) VALUE 0.
       01 WS-CV-BUSCA-IDX    PIC 9(4).
       01 WS-CV-ACHOU        PIC X(1).
       01 WS-CV-BUSCA-GAME-ID PIC 9(5).
       01 WS-CV-BASE         PIC 9(1).
       01 WS-CV-CEL-IDX      PIC 9(2).
       01 WS-CV-ACHOU-DIFF   PIC X(1).

    ************* MONTAGEM DOS REGISTROS DO JOURNAL ----------------
       01 WS-CV-DATA-PADRAO  PIC 9(8).
       01 WS-CV-DATA-JOG     PIC 9(8).
       01 WS-CV-HORA-JOG     PIC 9(6).
       01 WS-CV-SIMB-U       PIC X(1).
       01 WS-CV-SIMB-C       PIC X(1).
       01 WS-CV-ACHOU-U      PIC X(1).
       01 WS-CV-ACHOU-GR     PIC X(1).
       01 WS-CV-INICIOU      PIC X(1).
       01 WS-CV-RODADA       PIC 9(1).
       01 WS-CV-RODADA-MAX   PIC 9(1).
       01 WS-CV-NUM-JOGADA   PIC 9(2).
       01 WS-CV-SAI-QTD      PIC 9(7).
       01 WS-CV-SAI-MIN      PIC 9(5).
       01 WS-CV-SAI-MAX      PIC 9(5).

    ************* TOTAIS DA CONVERSAO ------------------------------
       01 WS-CV-REG-LIDOS       PIC 9(7) VALUE 0.
       01 WS-CV-TRIOS-SEM-DIFF  PIC 9(7) VALUE 0.
       01 WS-CV-PARTIDAS-CONV   PIC 9(7) VALUE 0.
       01 WS-CV-JOGADAS-CONV    PIC 9(7) VALUE 0.
       01 WS-CV-ARCHIVES-CONV   PIC 9(3) VALUE 0.
       01 WS-CV-JOG-AO-VIVO     PIC 9(7) VALUE 0.
       01 WS-CV-JOG-EXISTENTES  PIC 9(7) VALUE 0.
       01 WS-CV-JOG-FINAL       PIC 9(7) VALUE 0.
       01 WS-CV-CTL-DATA        PIC 9(8).
       01 WS-CV-CTL-PLACAR      PIC 9(7).
       01 WS-CV-CTL-PM          PIC 9(7).
       01 WS-CV-CTL-GR          PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Conversao de bloqueio/ataque para o journal de "
               "jogadas ".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           PERFORM VERIFICA-CONVERSAO-ANTERIOR.
           IF WS-CONVERSAO-FEITA = "S" THEN
               DISPLAY " "
               DISPLAY "Conversao ja realizada em " CV-DATA " ("
                   CV-QTD-PARTIDAS " partida(s), " CV-QTD-JOGADAS
                   " jogada(s)). Nada a fazer."
               STOP RUN
           END-IF.

           PERFORM CARREGA-GAME-RESULT.
           PERFORM CARREGA-DATAS-CATALOGO.

           PERFORM VARYING WS-CV-DT-IDX FROM 1 BY 1
               UNTIL WS-CV-DT-IDX > WS-CV-DT-TOTAL
               PERFORM CONVERTE-PAR-ARCHIVE
           END-PERFORM.

           PERFORM CONVERTE-PAR-AO-VIVO.
           PERFORM GRAVA-CATALOGO-CONVERSAO.
           PERFORM ATUALIZA-CONTROLE-FECHAMENTO.
           PERFORM GRAVA-MARCA-CONVERSAO.
           PERFORM MOSTRA-RESUMO.

           STOP RUN.

       VERIFICA-CONVERSAO-ANTERIOR.
           MOVE "N" TO WS-CONVERSAO-FEITA.
           OPEN INPUT CONVERSAO-CONTROLE.
           IF WS-FS-CONVERSAO = "00" THEN
               READ CONVERSAO-CONTROLE
                   NOT AT END MOVE "S" TO WS-CONVERSAO-FEITA
               END-READ
               CLOSE CONVERSAO-CONTROLE
           END-IF.

       CARREGA-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           MOVE 0 TO WS-CV-GR-TOTAL.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GR = "00" THEN
               PERFORM UNTIL WS-EOF-GR = "Y"
                   READ GAME-RESULT
                       AT END MOVE "Y" TO WS-EOF-GR
                       NOT AT END
                           IF WS-CV-GR-TOTAL < 20000 THEN
                               ADD 1 TO WS-CV-GR-TOTAL
                               MOVE GR-GAME-ID TO
                                   WS-CV-GR-GAME-ID(WS-CV-GR-TOTAL)
                               MOVE GR-PLAYER-ID TO
                                   WS-CV-GR-PLAYER-ID(WS-CV-GR-TOTAL)
                               MOVE GR-PLAYER-SYMBOL TO
                                   WS-CV-GR-SIMBOLO(WS-CV-GR-TOTAL)
                               MOVE GR-DATA TO
                                   WS-CV-GR-DATA(WS-CV-GR-TOTAL)
                               MOVE GR-HORA TO
                                   WS-CV-GR-HORA(WS-CV-GR-TOTAL)
                           ELSE
                               ADD 1 TO WS-CV-GR-IGNORADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.

    ***  -- Uma data por par arquivado; o catalogo tem uma entrada
    ***  -- para bloqueio-archive- e outra para ataque-archive- da
    ***  -- mesma data (ou so uma, se o outro lado estava vazio).
       CARREGA-DATAS-CATALOGO.
           MOVE "N" TO WS-EOF-CAT.
           OPEN INPUT ARCHIVE-CATALOGO.
           IF WS-FS-CATALOGO = "00" THEN
               PERFORM UNTIL WS-EOF-CAT = "Y"
                   READ ARCHIVE-CATALOGO
                       AT END MOVE "Y" TO WS-EOF-CAT
                       NOT AT END
                           IF CAT-NOME-ARQ(1:17) = "bloqueio-archive-"
                               OR CAT-NOME-ARQ(1:15) = "ataque-archive-"
                               THEN
                               PERFORM REGISTRA-DATA-CATALOGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOGO
           END-IF.

       REGISTRA-DATA-CATALOGO.
           MOVE "N" TO WS-CV-DT-ACHOU.
           PERFORM VARYING WS-CV-DT-IDX FROM 1 BY 1
               UNTIL WS-CV-DT-IDX > WS-CV-DT-TOTAL
               OR WS-CV-DT-ACHOU = "S"
               IF WS-CV-DT-DATA(WS-CV-DT-IDX) = CAT-DATA THEN
                   MOVE "S" TO WS-CV-DT-ACHOU
               END-IF
           END-PERFORM.
           IF WS-CV-DT-ACHOU = "N" AND WS-CV-DT-TOTAL < 200 THEN
               ADD 1 TO WS-CV-DT-TOTAL
               MOVE CAT-DATA TO WS-CV-DT-DATA(WS-CV-DT-TOTAL)
               MOVE 0 TO WS-CV-DT-MIN(WS-CV-DT-TOTAL)
               MOVE 0 TO WS-CV-DT-MAX(WS-CV-DT-TOTAL)
               MOVE 0 TO WS-CV-DT-QTD(WS-CV-DT-TOTAL)
           END-IF.

    ***  -- Par arquivado -> jogadas-archive-AAAAMMDD.txt da mesma
    ***  -- data; a faixa de GAME-IDs e a quantidade gravadas vao para
    ***  -- o catalogo em GRAVA-CATALOGO-CONVERSAO.
       CONVERTE-PAR-ARCHIVE.
           MOVE SPACES TO WS-NOME-ARQ-BLOQUEIO.
           MOVE SPACES TO WS-NOME-ARQ-ATAQUE.
           STRING "bloqueio-archive-" WS-CV-DT-DATA(WS-CV-DT-IDX)
               ".txt" DELIMITED BY SIZE INTO WS-NOME-ARQ-BLOQUEIO.
           STRING "ataque-archive-" WS-CV-DT-DATA(WS-CV-DT-IDX)
               ".txt" DELIMITED BY SIZE INTO WS-NOME-ARQ-ATAQUE.
           MOVE WS-CV-DT-DATA(WS-CV-DT-IDX) TO WS-CV-DATA-PADRAO.

           PERFORM LE-PAR-DE-FOTOS.

           IF WS-CV-TOTAL > 0 THEN
               MOVE SPACES TO WS-NOME-ARQ-SAIDA
               STRING "jogadas-archive-" WS-CV-DT-DATA(WS-CV-DT-IDX)
                   ".txt" DELIMITED BY SIZE INTO WS-NOME-ARQ-SAIDA
               OPEN EXTEND SAIDA-JOGADAS
               IF WS-FS-SAIDA = "35" THEN
                   OPEN OUTPUT SAIDA-JOGADAS
               END-IF
               PERFORM EMITE-PARTIDAS
               CLOSE SAIDA-JOGADAS
               MOVE WS-CV-SAI-MIN TO WS-CV-DT-MIN(WS-CV-DT-IDX)
               MOVE WS-CV-SAI-MAX TO WS-CV-DT-MAX(WS-CV-DT-IDX)
               MOVE WS-CV-SAI-QTD TO WS-CV-DT-QTD(WS-CV-DT-IDX)
               IF WS-CV-SAI-QTD > 0 THEN
                   ADD 1 TO WS-CV-ARCHIVES-CONV
               END-IF
           END-IF.

    ***  -- Par ao vivo: as jogadas convertidas entram em jogadas.txt
    ***  -- ANTES das que o programa principal ja tenha gravado no
    ***  -- journal, para manter a ordem cronologica do arquivo.
       CONVERTE-PAR-AO-VIVO.
           MOVE "bloqueio.txt" TO WS-NOME-ARQ-BLOQUEIO.
           MOVE "ataque.txt"   TO WS-NOME-ARQ-ATAQUE.
           MOVE WS-DATA-HOJE   TO WS-CV-DATA-PADRAO.

           PERFORM LE-PAR-DE-FOTOS.

           MOVE "jogadas-conversao.txt" TO WS-NOME-ARQ-SAIDA.
           OPEN OUTPUT SAIDA-JOGADAS.
           IF WS-CV-TOTAL > 0 THEN
               PERFORM EMITE-PARTIDAS
           END-IF.
           MOVE WS-CV-SAI-QTD TO WS-CV-JOG-AO-VIVO.

           MOVE 0 TO WS-CV-JOG-EXISTENTES.
           MOVE "N" TO WS-EOF-JOG.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JOG = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JOG
                       NOT AT END
                           MOVE JOGADAS-ARQUIVO TO SAIDA-JOGADAS-ARQUIVO
                           WRITE SAIDA-JOGADAS-ARQUIVO
                           ADD 1 TO WS-CV-JOG-EXISTENTES
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
           END-IF.
           CLOSE SAIDA-JOGADAS.

           COMPUTE WS-CV-JOG-FINAL =
               WS-CV-JOG-AO-VIVO + WS-CV-JOG-EXISTENTES.

           IF WS-CV-JOG-AO-VIVO > 0 THEN
               MOVE "N" TO WS-EOF-SAI
               OPEN INPUT SAIDA-JOGADAS
               OPEN OUTPUT JOGADAS
               PERFORM UNTIL WS-EOF-SAI = "Y"
                   READ SAIDA-JOGADAS
                       AT END MOVE "Y" TO WS-EOF-SAI
                       NOT AT END
                           MOVE SAIDA-JOGADAS-ARQUIVO TO JOGADAS-ARQUIVO
                           WRITE JOGADAS-ARQUIVO
                   END-READ
               END-PERFORM
               CLOSE SAIDA-JOGADAS
               CLOSE JOGADAS
           END-IF.

       LE-PAR-DE-FOTOS.
           PERFORM ZERA-PARTIDAS.
           PERFORM LE-FOTOS-BLOQUEIO.
           PERFORM LE-FOTOS-ATAQUE.

       ZERA-PARTIDAS.
           MOVE 0 TO WS-CV-TOTAL.
           MOVE 0 TO WS-CV-ULT-IDX.
           MOVE 0 TO WS-CV-SAI-QTD.
           MOVE 99999 TO WS-CV-SAI-MIN.
           MOVE 0 TO WS-CV-SAI-MAX.

       LE-FOTOS-BLOQUEIO.
           MOVE "N" TO WS-EOF-BL.
           OPEN INPUT ENTRADA-BLOQUEIO.
           IF WS-FS-BLOQUEIO = "00" THEN
               PERFORM UNTIL WS-EOF-BL = "Y"
                   READ ENTRADA-BLOQUEIO
                       AT END MOVE "Y" TO WS-EOF-BL
                       NOT AT END
                           ADD 1 TO WS-CV-REG-LIDOS
                           MOVE GAME-ID TO WS-CV-BUSCA-GAME-ID
                           PERFORM LOCALIZA-PARTIDA
                           IF WS-CV-ACHOU = "S" AND LINHA <= 2 THEN
                               PERFORM ACUMULA-LINHA-BLOQUEIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-BLOQUEIO
           END-IF.

       ACUMULA-LINHA-BLOQUEIO.
           MOVE PLAYER-ID TO WS-CV-U-ID(WS-CV-IDX).
           COMPUTE WS-CV-BASE = LINHA * 3.
           MOVE CELULA-1 TO WS-CV-U-CUR(WS-CV-IDX WS-CV-BASE + 1).
           MOVE CELULA-2 TO WS-CV-U-CUR(WS-CV-IDX WS-CV-BASE + 2).
           MOVE CELULA-3 TO WS-CV-U-CUR(WS-CV-IDX WS-CV-BASE + 3).
           IF LINHA = 2 THEN
               PERFORM DETECTA-JOGADA-BLOQUEIO
           END-IF.

       DETECTA-JOGADA-BLOQUEIO.
           MOVE "N" TO WS-CV-ACHOU-DIFF.
           PERFORM VARYING WS-CV-CEL-IDX FROM 1 BY 1
               UNTIL WS-CV-CEL-IDX > 9
               IF WS-CV-ACHOU-DIFF = "N"
                   AND WS-CV-U-CUR(WS-CV-IDX WS-CV-CEL-IDX) = 1
                   AND WS-CV-U-ANT(WS-CV-IDX WS-CV-CEL-IDX) = 0
                   AND WS-CV-U-QTD(WS-CV-IDX) < 9 THEN
                   MOVE "S" TO WS-CV-ACHOU-DIFF
                   ADD 1 TO WS-CV-U-QTD(WS-CV-IDX)
                   COMPUTE WS-CV-U-CEL(WS-CV-IDX WS-CV-U-QTD(WS-CV-IDX))
                       = WS-CV-CEL-IDX - 1
               END-IF
           END-PERFORM.
           IF WS-CV-ACHOU-DIFF = "N" THEN
               ADD 1 TO WS-CV-TRIOS-SEM-DIFF
           END-IF.
           MOVE WS-CV-U-FOTO-CUR(WS-CV-IDX)
               TO WS-CV-U-FOTO-ANT(WS-CV-IDX).

       LE-FOTOS-ATAQUE.
           MOVE "N" TO WS-EOF-AT.
           OPEN INPUT ENTRADA-ATAQUE.
           IF WS-FS-ATAQUE = "00" THEN
               PERFORM UNTIL WS-EOF-AT = "Y"
                   READ ENTRADA-ATAQUE
                       AT END MOVE "Y" TO WS-EOF-AT
                       NOT AT END
                           ADD 1 TO WS-CV-REG-LIDOS
                           MOVE GAME-ID-A TO WS-CV-BUSCA-GAME-ID
                           PERFORM LOCALIZA-PARTIDA
                           IF WS-CV-ACHOU = "S" AND LINHA-A <= 2 THEN
                               PERFORM ACUMULA-LINHA-ATAQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-ATAQUE
           END-IF.

       ACUMULA-LINHA-ATAQUE.
           MOVE PLAYER-ID-A TO WS-CV-C-ID(WS-CV-IDX).
           COMPUTE WS-CV-BASE = LINHA-A * 3.
           MOVE CELULA-1-A TO WS-CV-C-CUR(WS-CV-IDX WS-CV-BASE + 1).
           MOVE CELULA-2-A TO WS-CV-C-CUR(WS-CV-IDX WS-CV-BASE + 2).
           MOVE CELULA-3-A TO WS-CV-C-CUR(WS-CV-IDX WS-CV-BASE + 3).
           IF LINHA-A = 2 THEN
               PERFORM DETECTA-JOGADA-ATAQUE
           END-IF.

       DETECTA-JOGADA-ATAQUE.
           MOVE "N" TO WS-CV-ACHOU-DIFF.
           PERFORM VARYING WS-CV-CEL-IDX FROM 1 BY 1
               UNTIL WS-CV-CEL-IDX > 9
               IF WS-CV-ACHOU-DIFF = "N"
                   AND WS-CV-C-CUR(WS-CV-IDX WS-CV-CEL-IDX) = 1
                   AND WS-CV-C-ANT(WS-CV-IDX WS-CV-CEL-IDX) = 0
                   AND WS-CV-C-QTD(WS-CV-IDX) < 9 THEN
                   MOVE "S" TO WS-CV-ACHOU-DIFF
                   ADD 1 TO WS-CV-C-QTD(WS-CV-IDX)
                   COMPUTE WS-CV-C-CEL(WS-CV-IDX WS-CV-C-QTD(WS-CV-IDX))
                       = WS-CV-CEL-IDX - 1
               END-IF
           END-PERFORM.
           IF WS-CV-ACHOU-DIFF = "N" THEN
               ADD 1 TO WS-CV-TRIOS-SEM-DIFF
           END-IF.
           MOVE WS-CV-C-FOTO-CUR(WS-CV-IDX)
               TO WS-CV-C-FOTO-ANT(WS-CV-IDX).

    ***  -- Os trios de uma partida vem juntos, entao a ultima
    ***  -- partida achada e testada primeiro; partida nova entra no
    ***  -- fim da tabela (ordem de primeira aparicao no arquivo).
       LOCALIZA-PARTIDA.
           MOVE "N" TO WS-CV-ACHOU.
           IF WS-CV-ULT-IDX > 0 THEN
               IF WS-CV-GAME-ID(WS-CV-ULT-IDX) = WS-CV-BUSCA-GAME-ID
                   THEN
                   MOVE "S" TO WS-CV-ACHOU
                   MOVE WS-CV-ULT-IDX TO WS-CV-IDX
               END-IF
           END-IF.
           IF WS-CV-ACHOU = "N" THEN
               PERFORM VARYING WS-CV-BUSCA-IDX FROM 1 BY 1
                   UNTIL WS-CV-BUSCA-IDX > WS-CV-TOTAL
                   OR WS-CV-ACHOU = "S"
                   IF WS-CV-GAME-ID(WS-CV-BUSCA-IDX) =
                       WS-CV-BUSCA-GAME-ID THEN
                       MOVE "S" TO WS-CV-ACHOU
                       MOVE WS-CV-BUSCA-IDX TO WS-CV-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CV-ACHOU = "N" THEN
               IF WS-CV-TOTAL < 5000 THEN
                   ADD 1 TO WS-CV-TOTAL
                   MOVE WS-CV-TOTAL TO WS-CV-IDX
                   INITIALIZE WS-CV-PARTIDA-TAB(WS-CV-IDX)
                   MOVE WS-CV-BUSCA-GAME-ID TO WS-CV-GAME-ID(WS-CV-IDX)
                   MOVE "S" TO WS-CV-ACHOU
               ELSE
                   ADD 1 TO WS-CV-EXCEDENTES
               END-IF
           END-IF.
           IF WS-CV-ACHOU = "S" THEN
               MOVE WS-CV-IDX TO WS-CV-ULT-IDX
           END-IF.

       EMITE-PARTIDAS.
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CV-TOTAL
               IF WS-CV-U-QTD(WS-CV-IDX) > 0
                   OR WS-CV-C-QTD(WS-CV-IDX) > 0 THEN
                   PERFORM EMITE-PARTIDA
               END-IF
           END-PERFORM.

    ***  -- Quem tem mais jogadas comecou; empate de contagem = o lado
    ***  -- de bloqueio (usuario/Jogador 1) comecou, a mesma
    ***  -- aproximacao que o replay antigo usava. Os numeros de
    ***  -- jogada sao entao intercalados entre os dois lados.
       EMITE-PARTIDA.
           PERFORM BUSCA-DADOS-GAME-RESULT.
           IF WS-CV-C-QTD(WS-CV-IDX) > WS-CV-U-QTD(WS-CV-IDX) THEN
               MOVE "C" TO WS-CV-INICIOU
               MOVE WS-CV-C-QTD(WS-CV-IDX) TO WS-CV-RODADA-MAX
           ELSE
               MOVE "U" TO WS-CV-INICIOU
               MOVE WS-CV-U-QTD(WS-CV-IDX) TO WS-CV-RODADA-MAX
           END-IF.
           IF WS-CV-C-ID(WS-CV-IDX) = SPACES THEN
               MOVE "COBOL" TO WS-CV-C-ID(WS-CV-IDX)
           END-IF.
           MOVE 0 TO WS-CV-NUM-JOGADA.
           PERFORM VARYING WS-CV-RODADA FROM 1 BY 1
               UNTIL WS-CV-RODADA > WS-CV-RODADA-MAX
               IF WS-CV-INICIOU = "U" THEN
                   PERFORM EMITE-JOGADA-BLOQUEIO
                   PERFORM EMITE-JOGADA-ATAQUE
               ELSE
                   PERFORM EMITE-JOGADA-ATAQUE
                   PERFORM EMITE-JOGADA-BLOQUEIO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-CV-PARTIDAS-CONV.
           IF WS-CV-GAME-ID(WS-CV-IDX) < WS-CV-SAI-MIN THEN
               MOVE WS-CV-GAME-ID(WS-CV-IDX) TO WS-CV-SAI-MIN
           END-IF.
           IF WS-CV-GAME-ID(WS-CV-IDX) > WS-CV-SAI-MAX THEN
               MOVE WS-CV-GAME-ID(WS-CV-IDX) TO WS-CV-SAI-MAX
           END-IF.

       EMITE-JOGADA-BLOQUEIO.
           IF WS-CV-RODADA <= WS-CV-U-QTD(WS-CV-IDX) THEN
               MOVE WS-CV-U-ID(WS-CV-IDX) TO SJ-PLAYER-ID
               MOVE WS-CV-SIMB-U TO SJ-SIMBOLO
               DIVIDE WS-CV-U-CEL(WS-CV-IDX WS-CV-RODADA) BY 3
                   GIVING SJ-LINHA REMAINDER SJ-COLUNA
               PERFORM GRAVA-JOGADA-CONVERTIDA
           END-IF.

       EMITE-JOGADA-ATAQUE.
           IF WS-CV-RODADA <= WS-CV-C-QTD(WS-CV-IDX) THEN
               MOVE WS-CV-C-ID(WS-CV-IDX) TO SJ-PLAYER-ID
               MOVE WS-CV-SIMB-C TO SJ-SIMBOLO
               DIVIDE WS-CV-C-CEL(WS-CV-IDX WS-CV-RODADA) BY 3
                   GIVING SJ-LINHA REMAINDER SJ-COLUNA
               PERFORM GRAVA-JOGADA-CONVERTIDA
           END-IF.

    ***  -- As fotos antigas so existiam no tabuleiro 3x3. A hora da
    ***  -- jogada nao era guardada: usa-se a data/hora do resultado
    ***  -- da partida. Estacao 0 marca o registro como convertido.
       GRAVA-JOGADA-CONVERTIDA.
           ADD 1 TO WS-CV-NUM-JOGADA.
           MOVE WS-CV-GAME-ID(WS-CV-IDX) TO SJ-GAME-ID.
           MOVE WS-CV-NUM-JOGADA TO SJ-NUM-JOGADA.
           MOVE 3 TO SJ-TAMANHO.
           MOVE WS-CV-DATA-JOG TO SJ-DATA.
           MOVE WS-CV-HORA-JOG TO SJ-HORA.
           MOVE 0 TO SJ-ESTACAO.
           WRITE SAIDA-JOGADAS-ARQUIVO.
           ADD 1 TO WS-CV-SAI-QTD.
           ADD 1 TO WS-CV-JOGADAS-CONV.

    ***  -- O simbolo do lado de bloqueio e o GR-PLAYER-SYMBOL do seu
    ***  -- registro no game-result; no Jogador x Jogador, se so o
    ***  -- registro do Jogador 2 for achado, usa-se o oposto dele.
    ***  -- Partida sem resultado (abandonada) fica com X para o lado
    ***  -- de bloqueio e a data padrao do par, hora zero.
       BUSCA-DADOS-GAME-RESULT.
           MOVE "X" TO WS-CV-SIMB-U.
           MOVE WS-CV-DATA-PADRAO TO WS-CV-DATA-JOG.
           MOVE 0 TO WS-CV-HORA-JOG.
           MOVE "N" TO WS-CV-ACHOU-U.
           MOVE "N" TO WS-CV-ACHOU-GR.
           PERFORM VARYING WS-CV-GR-IDX FROM 1 BY 1
               UNTIL WS-CV-GR-IDX > WS-CV-GR-TOTAL
               OR WS-CV-ACHOU-U = "S"
               IF WS-CV-GR-GAME-ID(WS-CV-GR-IDX) =
                   WS-CV-GAME-ID(WS-CV-IDX) THEN
                   IF WS-CV-ACHOU-GR = "N" THEN
                       MOVE "S" TO WS-CV-ACHOU-GR
                       MOVE WS-CV-GR-DATA(WS-CV-GR-IDX)
                           TO WS-CV-DATA-JOG
                       MOVE WS-CV-GR-HORA(WS-CV-GR-IDX)
                           TO WS-CV-HORA-JOG
                   END-IF
                   IF WS-CV-GR-PLAYER-ID(WS-CV-GR-IDX) =
                       WS-CV-U-ID(WS-CV-IDX) THEN
                       MOVE "S" TO WS-CV-ACHOU-U
                       MOVE WS-CV-GR-SIMBOLO(WS-CV-GR-IDX)
                           TO WS-CV-SIMB-U
                   ELSE
                       IF WS-CV-GR-SIMBOLO(WS-CV-GR-IDX) = "X" THEN
                           MOVE "O" TO WS-CV-SIMB-U
                       ELSE
                           MOVE "X" TO WS-CV-SIMB-U
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CV-SIMB-U = "X" THEN
               MOVE "O" TO WS-CV-SIMB-C
           ELSE
               MOVE "X" TO WS-CV-SIMB-C
           END-IF.

       GRAVA-CATALOGO-CONVERSAO.
           IF WS-CV-ARCHIVES-CONV > 0 THEN
               OPEN EXTEND ARCHIVE-CATALOGO
               IF WS-FS-CATALOGO = "35" THEN
                   OPEN OUTPUT ARCHIVE-CATALOGO
               END-IF
               PERFORM VARYING WS-CV-DT-IDX FROM 1 BY 1
                   UNTIL WS-CV-DT-IDX > WS-CV-DT-TOTAL
                   IF WS-CV-DT-QTD(WS-CV-DT-IDX) > 0 THEN
                       MOVE SPACES TO CAT-NOME-ARQ
                       STRING "jogadas-archive-"
                           WS-CV-DT-DATA(WS-CV-DT-IDX) ".txt"
                           DELIMITED BY SIZE INTO CAT-NOME-ARQ
                       MOVE WS-CV-DT-DATA(WS-CV-DT-IDX) TO CAT-DATA
                       MOVE WS-CV-DT-MIN(WS-CV-DT-IDX)
                           TO CAT-GAME-ID-MIN
                       MOVE WS-CV-DT-MAX(WS-CV-DT-IDX)
                           TO CAT-GAME-ID-MAX
                       MOVE WS-CV-DT-QTD(WS-CV-DT-IDX) TO CAT-QTD-REG
                       WRITE ARCHIVE-CATALOGO-ARQUIVO
                   END-IF
               END-PERFORM
               CLOSE ARCHIVE-CATALOGO
           END-IF.

    ***  -- O controle do ultimo fechamento passa para o layout novo;
    ***  -- a contagem de jogadas.txt e a de agora, para que a
    ***  -- verificacao de integridade do programa principal nao acuse
    ***  -- falta de registros antes do proximo fechamento.
       ATUALIZA-CONTROLE-FECHAMENTO.
           MOVE "N" TO WS-EOF-CAT.
           OPEN INPUT CONTROLE-FECHAMENTO.
           IF WS-FS-CONTROLE = "00" THEN
               READ CONTROLE-FECHAMENTO
                   AT END MOVE "Y" TO WS-EOF-CAT
               END-READ
               CLOSE CONTROLE-FECHAMENTO
               IF WS-EOF-CAT = "N" THEN
                   MOVE CTL-ANT-DATA       TO WS-CV-CTL-DATA
                   MOVE CTL-ANT-QTD-PLACAR TO WS-CV-CTL-PLACAR
                   MOVE CTL-ANT-QTD-PM     TO WS-CV-CTL-PM
                   MOVE CTL-ANT-QTD-GR     TO WS-CV-CTL-GR
                   MOVE SPACES TO CONTROLE-ARQUIVO-ANTIGO
                   MOVE WS-CV-CTL-DATA   TO CTL-DATA
                   MOVE WS-CV-CTL-PLACAR TO CTL-QTD-PLACAR
                   MOVE WS-CV-CTL-PM     TO CTL-QTD-PM
                   MOVE WS-CV-CTL-GR     TO CTL-QTD-GR
                   MOVE WS-CV-JOG-FINAL  TO CTL-QTD-JOG
                   OPEN OUTPUT CONTROLE-FECHAMENTO
                   WRITE CONTROLE-ARQUIVO
                   CLOSE CONTROLE-FECHAMENTO
                   DISPLAY "controle-fechamento.txt convertido para o "
                       "layout do journal."
               END-IF
           END-IF.

       GRAVA-MARCA-CONVERSAO.
           OPEN OUTPUT CONVERSAO-CONTROLE.
           MOVE WS-DATA-HOJE TO CV-DATA.
           MOVE WS-CV-PARTIDAS-CONV TO CV-QTD-PARTIDAS.
           MOVE WS-CV-JOGADAS-CONV TO CV-QTD-JOGADAS.
           MOVE WS-CV-ARCHIVES-CONV TO CV-QTD-ARCHIVES.
           WRITE CONVERSAO-ARQUIVO.
           CLOSE CONVERSAO-CONTROLE.

       MOSTRA-RESUMO.
           DISPLAY " ".
           DISPLAY "  " WS-CV-REG-LIDOS " registro(s) de foto lido(s)".
           DISPLAY "  " WS-CV-PARTIDAS-CONV " partida(s) convertida(s)"
               ", " WS-CV-JOGADAS-CONV " jogada(s) gravada(s)".
           DISPLAY "  " WS-CV-ARCHIVES-CONV " archive(s) convertido(s)"
               " e catalogado(s)".
           DISPLAY "  jogadas.txt: " WS-CV-JOG-AO-VIVO
               " convertida(s) + " WS-CV-JOG-EXISTENTES
               " ja existente(s)".
           DISPLAY "  " WS-CV-TRIOS-SEM-DIFF " trio(s) sem jogada nova "
               "descartado(s)".
           IF WS-CV-EXCEDENTES > 0 THEN
               DISPLAY "  ATENCAO: " WS-CV-EXCEDENTES " registro(s) "
                   "alem da capacidade de 5000 partidas por arquivo "
                   "nao convertido(s)"
           END-IF.
           IF WS-CV-GR-IGNORADOS > 0 THEN
               DISPLAY "  ATENCAO: " WS-CV-GR-IGNORADOS " registro(s) "
                   "de game-result alem de 20000 nao consultado(s); "
                   "simbolo/data padrao usados"
           END-IF.

       END PROGRAM JOGO-DA-VELHA-CONVERTE-JOGADAS.
