      *          cadastrados, para pendurar no mural no fim do mes.
      *          O pareamento por GR-GAME-ID adjacente e o mesmo de
      *          JOGO-DA-VELHA-RATING.
      *          Partida anulada pelo arbitro (GR-RESULTADO = "A", ver
      *          JOGO-DA-VELHA-CORRECAO) aparece no extrato com RES "A"
      *          mas fica fora do resumo de V/D/E, que assim continua
      *          batendo com o player-master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
       01 WS-MES-DER PIC 9(5) VALUE 0.
       01 WS-MES-EMP PIC 9(5) VALUE 0.
       01 WS-MES-QTD PIC 9(5) VALUE 0.
       01 WS-MES-ANU PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-MES-DER.
           MOVE 0 TO WS-MES-EMP.
           MOVE 0 TO WS-MES-QTD.
           MOVE 0 TO WS-MES-ANU.
           PERFORM GRAVA-CABECALHO-EXTRATO.

           MOVE "N" TO WS-EOF-GR.
                       ADD 1 TO WS-MES-DER
                   WHEN "E"
                       ADD 1 TO WS-MES-EMP
                   WHEN "A"
                       ADD 1 TO WS-MES-ANU
               END-EVALUATE
               MOVE WS-EXT-DATA       TO WS-DET-DATA
               MOVE WS-EXT-HORA       TO WS-DET-HORA
           IF WS-EXIBE-NA-TELA = "S" THEN
               DISPLAY RELATORIO-LINHA
           END-IF.
           IF WS-MES-ANU > 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "Anuladas pelo arbitro (fora do resumo) : "
                   WS-MES-ANU
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               IF WS-EXIBE-NA-TELA = "S" THEN
                   DISPLAY RELATORIO-LINHA
               END-IF
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Carreira (player-master) : " WS-ALVO-PM-VIT
               " V, " WS-ALVO-PM-DER " D, " WS-ALVO-PM-EMP " E"
