      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Consulta de confronto direto entre dois jogadores,
      *          para a recepcao (antes de uma partida de torneio ou
      *          quando dois frequentadores discutem no balcao): para
      *          dois PM-ID informados mostra o V/D/E de toda a vida
      *          entre eles (do ponto de vista do primeiro ID),
      *          separado em partidas de torneio (GR-TORNEIO = "T") e
      *          avulsas, as ultimas dez partidas entre os dois (data,
      *          hora, simbolos, resultado), a sequencia atual no
      *          confronto e os confrontos de torneios ja encerrados
      *          (registros "P" de torneio-historico.txt).
      *          O pareamento por GR-GAME-ID adjacente e o mesmo de
      *          JOGO-DA-VELHA-RATING. Partida anulada pelo arbitro
      *          (GR-RESULTADO = "A") aparece na lista com RES "A" mas
      *          fica fora do V/D/E e da sequencia.
      *          Depois de mostrar na tela, oferece gravar o mesmo
      *          relatorio em confronto-relatorio.txt para o mural do
      *          torneio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-CONFRONTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

       SELECT TORNEIO-HISTORICO ASSIGN TO 'torneio-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT CONFRONTO-RELATORIO ASSIGN TO 'confronto-relatorio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PM-ID            PIC X(5).
           05 PM-VITORIAS      PIC 9(5).
           05 PM-DERROTAS      PIC 9(5).
           05 PM-EMPATES       PIC 9(5).
           05 PM-NOME          PIC X(30).
           05 PM-DATA-CADASTRO PIC 9(8).

       FD TORNEIO-HISTORICO.
       01 TORNEIO-HISTORICO-ARQUIVO.
           05 HT-SEQ   PIC 9(3).
           05 HT-TIPO  PIC X(1).
           05 HT-DADOS PIC X(56).
           05 HT-DADOS-CAB REDEFINES HT-DADOS.
               10 HT-NOME        PIC X(30).
               10 HT-DATA        PIC 9(8).
               10 HT-QTD-PART    PIC 9(2).
               10 HT-CAMPEAO     PIC X(5).
               10 HT-CAMPEAO-PTS PIC 9(3).
               10 FILLER         PIC X(8).
           05 HT-DADOS-PARTIDA REDEFINES HT-DADOS.
               10 HT-NUM       PIC 9(3).
               10 HT-JOG1      PIC X(5).
               10 HT-JOG2      PIC X(5).
               10 HT-RESULTADO PIC X(1).
               10 HT-GAME-ID   PIC 9(5).
               10 FILLER       PIC X(37).

       FD CONFRONTO-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-GAME-RESULT   PIC X(2) VALUE "00".
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-HISTORICO     PIC X(2) VALUE "00".
       01 WS-FS-RELATORIO     PIC X(2) VALUE "00".

       01 WS-OPCAO     PIC X(1).
       01 WS-FIM       PIC X(1) VALUE "N".
       01 WS-EOF-GR    PIC X(1) VALUE "N".
       01 WS-EOF-HT    PIC X(1) VALUE "N".
       01 WS-CONFIRMA  PIC 9(1) VALUE 0.

    ***  -- O relatorio sai primeiro so na tela; se a recepcao pedir,
    ***  -- as mesmas linhas sao geradas de novo so para o arquivo.
       01 WS-EXIBE-NA-TELA  PIC X(1) VALUE "S".
       01 WS-GRAVA-ARQUIVO  PIC X(1) VALUE "N".

    ************* OS DOIS JOGADORES ----------------------------------
       01 WS-ID-A      PIC X(5).
       01 WS-ID-B      PIC X(5).
       01 WS-NOME-A    PIC X(30).
       01 WS-NOME-B    PIC X(30).
       01 WS-BUSCA-ID   PIC X(5).
       01 WS-BUSCA-NOME PIC X(30).
       01 WS-BUSCA-ACHOU PIC X(1).

    ************* PAREAMENTO DOS REGISTROS ---------------------------
    ***  -- Mesmo pareamento de JOGO-DA-VELHA-RATING: dois registros
    ***  -- consecutivos com o mesmo GR-GAME-ID sao uma partida
    ***  -- Jogador x Jogador; um registro isolado e contra o COBOL e
    ***  -- nao interessa aqui.
       01 WS-PENDENTE.
           05 WS-PEND-GAME-ID   PIC 9(5).
           05 WS-PEND-PLAYER-ID PIC X(5).
           05 WS-PEND-SYMBOL    PIC X(1).
           05 WS-PEND-RESULTADO PIC X(1).
           05 WS-PEND-DATA      PIC 9(8).
           05 WS-PEND-HORA      PIC 9(6).
           05 WS-PEND-TORNEIO   PIC X(1).
       01 WS-TEM-PENDENTE PIC X(1) VALUE "N".

    ************* PARTIDA ENTRE OS DOIS (VISTA DO JOGADOR A) ----------
       01 WS-CF-PARTIDA.
           05 WS-CF-GAME-ID PIC 9(5).
           05 WS-CF-DATA    PIC 9(8).
           05 WS-CF-HORA    PIC 9(6).
           05 WS-CF-SIMB-A  PIC X(1).
           05 WS-CF-SIMB-B  PIC X(1).
           05 WS-CF-RES     PIC X(1).
           05 WS-CF-TORNEIO PIC X(1).

    ***  -- Ultimas dez partidas, da mais antiga para a mais recente.
       01 WS-ULT-TAB OCCURS 10 TIMES.
           05 WS-ULT-GAME-ID PIC 9(5).
           05 WS-ULT-DATA    PIC 9(8).
           05 WS-ULT-HORA    PIC 9(6).
           05 WS-ULT-SIMB-A  PIC X(1).
           05 WS-ULT-SIMB-B  PIC X(1).
           05 WS-ULT-RES     PIC X(1).
           05 WS-ULT-TORNEIO PIC X(1).
       01 WS-ULT-QTD PIC 9(2) VALUE 0.
       01 WS-ULT-MAX PIC 9(2) VALUE 10.
       01 WS-ULT-IDX PIC 9(2).

    ***  -- GAME-IDs anulados entre os dois, para marcar os confrontos
    ***  -- do historico de torneio que o arbitro anulou depois.
       01 WS-ANU-TAB OCCURS 200 TIMES.
           05 WS-ANU-GAME-ID PIC 9(5).
       01 WS-ANU-QTD   PIC 9(3) VALUE 0.
       01 WS-ANU-MAX   PIC 9(3) VALUE 200.
       01 WS-ANU-IDX   PIC 9(3).
       01 WS-ANU-ACHOU PIC X(1).

    ************* TOTAIS DO CONFRONTO --------------------------------
    ***  -- Linha 1 = torneio, linha 2 = avulsas.
       01 WS-TOT-TAB OCCURS 2 TIMES.
           05 WS-TOT-V PIC 9(5).
           05 WS-TOT-D PIC 9(5).
           05 WS-TOT-E PIC 9(5).
       01 WS-TOT-IDX    PIC 9(1).
       01 WS-TOT-ANU    PIC 9(5) VALUE 0.
       01 WS-TOT-GERAL-V PIC 9(5).
       01 WS-TOT-GERAL-D PIC 9(5).
       01 WS-TOT-GERAL-E PIC 9(5).
       01 WS-TOT-PARTIDAS PIC 9(5).

       01 WS-SEQ-TIPO PIC X(1) VALUE SPACE.
       01 WS-SEQ-QTD  PIC 9(3) VALUE 0.

    ************* CONFRONTOS EM TORNEIOS ENCERRADOS -------------------
       01 WS-HT-TAB OCCURS 100 TIMES.
           05 WS-HTC-NOME    PIC X(30).
           05 WS-HTC-DATA    PIC 9(8).
           05 WS-HTC-RES     PIC X(1).
           05 WS-HTC-GAME-ID PIC 9(5).
       01 WS-HTC-QTD   PIC 9(3) VALUE 0.
       01 WS-HTC-MAX   PIC 9(3) VALUE 100.
       01 WS-HTC-CHEIO PIC X(1) VALUE "N".
       01 WS-HTC-IDX   PIC 9(3).
       01 WS-HT-SEQ-ATUAL  PIC 9(3) VALUE 0.
       01 WS-HT-NOME-ATUAL PIC X(30) VALUE SPACES.
       01 WS-HT-DATA-ATUAL PIC 9(8) VALUE 0.

    ************* RELATORIO -------------------------------------------
       01 WS-TXT-RES PIC X(20).

       01 WS-CONFRONTO-CAB.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DATA".
           05 FILLER PIC X(8)  VALUE "HORA".
           05 FILLER PIC X(8)  VALUE "GAME".
           05 FILLER PIC X(7)  VALUE "SIMB A".
           05 FILLER PIC X(7)  VALUE "SIMB B".
           05 FILLER PIC X(6)  VALUE "RES A".
           05 FILLER PIC X(4)  VALUE "TORN".

       01 WS-CONFRONTO-DET.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DET-DATA  PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DET-HORA  PIC 9(6).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-DET-GAME  PIC 9(5).
           05 FILLER       PIC X(5) VALUE SPACES.
           05 WS-DET-SIMB-A PIC X(1).
           05 FILLER       PIC X(6) VALUE SPACES.
           05 WS-DET-SIMB-B PIC X(1).
           05 FILLER       PIC X(6) VALUE SPACES.
           05 WS-DET-RES   PIC X(1).
           05 FILLER       PIC X(6) VALUE SPACES.
           05 WS-DET-TORN  PIC X(1).

       01 WS-TOTAIS-CAB.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PARTIDAS".
           05 FILLER PIC X(9)  VALUE "V (A)".
           05 FILLER PIC X(9)  VALUE "D (A)".
           05 FILLER PIC X(9)  VALUE "E".

       01 WS-TOTAIS-DET.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-TDET-ROTULO PIC X(12).
           05 WS-TDET-QTD    PIC Z(4)9.
           05 FILLER         PIC X(5) VALUE SPACES.
           05 WS-TDET-V      PIC Z(4)9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-TDET-D      PIC Z(4)9.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-TDET-E      PIC Z(4)9.

       01 WS-HISTORICO-DET.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-HDET-DATA   PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-HDET-NOME   PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-HDET-GAME   PIC 9(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-HDET-RES    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM MENU-PRINCIPAL UNTIL WS-FIM = "S".
           DISPLAY " ".
           DISPLAY "  Fim da consulta de confronto.".
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "  Confronto direto do Jogo Da Velha ".
           DISPLAY "  1 - Consultar confronto entre dois jogadores".
           DISPLAY "  9 - Sair".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM CONSULTA-CONFRONTO
               WHEN "9"
                   MOVE "S" TO WS-FIM
               WHEN OTHER
                   DISPLAY "  OPCAO INVALIDA"
           END-EVALUATE.

       CONSULTA-CONFRONTO.
           DISPLAY " ".
           DISPLAY "  ID do jogador A : ".
           ACCEPT WS-ID-A.
           DISPLAY "  ID do jogador B : ".
           ACCEPT WS-ID-B.
           IF WS-ID-A = SPACES OR WS-ID-B = SPACES
               OR WS-ID-A = "COBOL" OR WS-ID-B = "COBOL" THEN
               DISPLAY "  Informe dois IDs de jogador."
           ELSE
               IF WS-ID-A = WS-ID-B THEN
                   DISPLAY "  Os dois IDs sao iguais."
               ELSE
                   PERFORM CONSULTA-CONFRONTO-EXECUTA
               END-IF
           END-IF.

       CONSULTA-CONFRONTO-EXECUTA.
           MOVE WS-ID-A TO WS-BUSCA-ID.
           PERFORM BUSCA-CADASTRO.
           MOVE WS-BUSCA-NOME TO WS-NOME-A.
           MOVE WS-ID-B TO WS-BUSCA-ID.
           PERFORM BUSCA-CADASTRO.
           MOVE WS-BUSCA-NOME TO WS-NOME-B.

           PERFORM APURA-GAME-RESULT.
           PERFORM APURA-HISTORICO-TORNEIOS.

           MOVE "S" TO WS-EXIBE-NA-TELA.
           MOVE "N" TO WS-GRAVA-ARQUIVO.
           PERFORM IMPRIME-CONFRONTO.

           DISPLAY " ".
           DISPLAY "  Gravar em confronto-relatorio.txt para o mural?".
           DISPLAY "  1 - SIM".
           DISPLAY "  2 - NAO".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = 1 THEN
               MOVE "N" TO WS-EXIBE-NA-TELA
               MOVE "S" TO WS-GRAVA-ARQUIVO
               OPEN OUTPUT CONFRONTO-RELATORIO
               PERFORM IMPRIME-CONFRONTO
               CLOSE CONFRONTO-RELATORIO
               DISPLAY "  Confronto gravado em confronto-relatorio.txt"
           END-IF.

       BUSCA-CADASTRO.
           MOVE "N" TO WS-BUSCA-ACHOU.
           MOVE SPACES TO WS-BUSCA-NOME.
           OPEN INPUT PLAYER-MASTER.
           IF WS-FS-PLAYER-MASTER = "00" THEN
               MOVE WS-BUSCA-ID TO PM-ID
               MOVE "S" TO WS-BUSCA-ACHOU
               READ PLAYER-MASTER
                   INVALID KEY MOVE "N" TO WS-BUSCA-ACHOU
               END-READ
               IF WS-BUSCA-ACHOU = "S" THEN
                   MOVE PM-NOME TO WS-BUSCA-NOME
               END-IF
               CLOSE PLAYER-MASTER
           END-IF.
           IF WS-BUSCA-ACHOU = "N" THEN
               MOVE "(sem cadastro)" TO WS-BUSCA-NOME
           END-IF.

    ***  -- Varre game-result.txt inteiro pareando os registros; cada
    ***  -- par cujos dois lados sao A e B entra no confronto.
       APURA-GAME-RESULT.
           MOVE 0 TO WS-ULT-QTD.
           MOVE 0 TO WS-ANU-QTD.
           MOVE 0 TO WS-TOT-ANU.
           MOVE SPACE TO WS-SEQ-TIPO.
           MOVE 0 TO WS-SEQ-QTD.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 2
               MOVE 0 TO WS-TOT-V(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-D(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-E(WS-TOT-IDX)
           END-PERFORM.

           MOVE "N" TO WS-EOF-GR.
           MOVE "N" TO WS-TEM-PENDENTE.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GAME-RESULT = "00" THEN
               PERFORM UNTIL WS-EOF-GR = "Y"
                   READ GAME-RESULT
                       AT END MOVE "Y" TO WS-EOF-GR
                       NOT AT END
                           PERFORM PAREIA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.

       PAREIA-REGISTRO.
           IF WS-TEM-PENDENTE = "S"
               AND GR-GAME-ID = WS-PEND-GAME-ID THEN
               PERFORM RESOLVE-PARTIDA-DUPLA
               MOVE "N" TO WS-TEM-PENDENTE
           ELSE
               MOVE GR-GAME-ID       TO WS-PEND-GAME-ID
               MOVE GR-PLAYER-ID     TO WS-PEND-PLAYER-ID
               MOVE GR-PLAYER-SYMBOL TO WS-PEND-SYMBOL
               MOVE GR-RESULTADO     TO WS-PEND-RESULTADO
               MOVE GR-DATA          TO WS-PEND-DATA
               MOVE GR-HORA          TO WS-PEND-HORA
               MOVE GR-TORNEIO       TO WS-PEND-TORNEIO
               MOVE "S" TO WS-TEM-PENDENTE
           END-IF.

    ***  -- Par com o mesmo GR-GAME-ID: monta a partida do ponto de
    ***  -- vista do jogador A, qualquer que seja a ordem no arquivo.
       RESOLVE-PARTIDA-DUPLA.
           MOVE SPACES TO WS-CF-PARTIDA.
           IF WS-PEND-PLAYER-ID = WS-ID-A AND GR-PLAYER-ID = WS-ID-B
               THEN
               MOVE WS-PEND-SYMBOL    TO WS-CF-SIMB-A
               MOVE GR-PLAYER-SYMBOL  TO WS-CF-SIMB-B
               MOVE WS-PEND-RESULTADO TO WS-CF-RES
           END-IF.
           IF WS-PEND-PLAYER-ID = WS-ID-B AND GR-PLAYER-ID = WS-ID-A
               THEN
               MOVE GR-PLAYER-SYMBOL  TO WS-CF-SIMB-A
               MOVE WS-PEND-SYMBOL    TO WS-CF-SIMB-B
               MOVE GR-RESULTADO      TO WS-CF-RES
           END-IF.
           IF WS-CF-RES NOT = SPACE THEN
               MOVE GR-GAME-ID    TO WS-CF-GAME-ID
               MOVE WS-PEND-DATA  TO WS-CF-DATA
               MOVE WS-PEND-HORA  TO WS-CF-HORA
               MOVE WS-PEND-TORNEIO TO WS-CF-TORNEIO
               IF GR-RESULTADO = "A" OR WS-PEND-RESULTADO = "A" THEN
                   MOVE "A" TO WS-CF-RES
               END-IF
               PERFORM CONTABILIZA-CONFRONTO
               PERFORM GUARDA-ULTIMA-PARTIDA
           END-IF.

       CONTABILIZA-CONFRONTO.
           IF WS-CF-TORNEIO = "T" THEN
               MOVE 1 TO WS-TOT-IDX
           ELSE
               MOVE 2 TO WS-TOT-IDX
           END-IF.
           EVALUATE WS-CF-RES
               WHEN "V"
                   ADD 1 TO WS-TOT-V(WS-TOT-IDX)
               WHEN "D"
                   ADD 1 TO WS-TOT-D(WS-TOT-IDX)
               WHEN "E"
                   ADD 1 TO WS-TOT-E(WS-TOT-IDX)
               WHEN "A"
                   ADD 1 TO WS-TOT-ANU
                   IF WS-ANU-QTD < WS-ANU-MAX THEN
                       ADD 1 TO WS-ANU-QTD
                       MOVE WS-CF-GAME-ID
                           TO WS-ANU-GAME-ID(WS-ANU-QTD)
                   END-IF
           END-EVALUATE.
    ***  -- Sequencia atual: quantas partidas seguidas, ate a mais
    ***  -- recente, com o mesmo resultado (anuladas nao contam).
           IF WS-CF-RES NOT = "A" THEN
               IF WS-CF-RES = WS-SEQ-TIPO THEN
                   ADD 1 TO WS-SEQ-QTD
               ELSE
                   MOVE WS-CF-RES TO WS-SEQ-TIPO
                   MOVE 1 TO WS-SEQ-QTD
               END-IF
           END-IF.

    ***  -- Com a tabela cheia, a mais antiga sai e as outras sobem.
       GUARDA-ULTIMA-PARTIDA.
           IF WS-ULT-QTD >= WS-ULT-MAX THEN
               PERFORM VARYING WS-ULT-IDX FROM 1 BY 1
                   UNTIL WS-ULT-IDX >= WS-ULT-MAX
                   MOVE WS-ULT-TAB(WS-ULT-IDX + 1)
                       TO WS-ULT-TAB(WS-ULT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-ULT-QTD
           END-IF.
           MOVE WS-CF-GAME-ID TO WS-ULT-GAME-ID(WS-ULT-QTD).
           MOVE WS-CF-DATA    TO WS-ULT-DATA(WS-ULT-QTD).
           MOVE WS-CF-HORA    TO WS-ULT-HORA(WS-ULT-QTD).
           MOVE WS-CF-SIMB-A  TO WS-ULT-SIMB-A(WS-ULT-QTD).
           MOVE WS-CF-SIMB-B  TO WS-ULT-SIMB-B(WS-ULT-QTD).
           MOVE WS-CF-RES     TO WS-ULT-RES(WS-ULT-QTD).
           MOVE WS-CF-TORNEIO TO WS-ULT-TORNEIO(WS-ULT-QTD).

    ***  -- Confrontos "P" entre A e B nos torneios encerrados; o nome
    ***  -- e a data vem do cabecalho "C" do mesmo HT-SEQ, gravado
    ***  -- antes dos confrontos em cada bloco.
       APURA-HISTORICO-TORNEIOS.
           MOVE 0 TO WS-HTC-QTD.
           MOVE "N" TO WS-HTC-CHEIO.
           MOVE 0 TO WS-HT-SEQ-ATUAL.
           MOVE SPACES TO WS-HT-NOME-ATUAL.
           MOVE 0 TO WS-HT-DATA-ATUAL.
           MOVE "N" TO WS-EOF-HT.
           OPEN INPUT TORNEIO-HISTORICO.
           IF WS-FS-HISTORICO = "00" THEN
               PERFORM UNTIL WS-EOF-HT = "Y"
                   READ TORNEIO-HISTORICO
                       AT END MOVE "Y" TO WS-EOF-HT
                       NOT AT END
                           PERFORM PROCESSA-REGISTRO-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE TORNEIO-HISTORICO
           END-IF.

       PROCESSA-REGISTRO-HISTORICO.
           EVALUATE HT-TIPO
               WHEN "C"
                   MOVE HT-SEQ  TO WS-HT-SEQ-ATUAL
                   MOVE HT-NOME TO WS-HT-NOME-ATUAL
                   MOVE HT-DATA TO WS-HT-DATA-ATUAL
               WHEN "P"
                   IF (HT-JOG1 = WS-ID-A AND HT-JOG2 = WS-ID-B)
                       OR (HT-JOG1 = WS-ID-B AND HT-JOG2 = WS-ID-A)
                       THEN
                       PERFORM GUARDA-CONFRONTO-HISTORICO
                   END-IF
           END-EVALUATE.

    ***  -- HT-RESULTADO "1" venceu HT-JOG1, "2" venceu HT-JOG2, "E"
    ***  -- empate, branco nao jogada; convertido para a vista de A.
       GUARDA-CONFRONTO-HISTORICO.
           IF WS-HTC-QTD < WS-HTC-MAX THEN
               ADD 1 TO WS-HTC-QTD
               IF HT-SEQ = WS-HT-SEQ-ATUAL THEN
                   MOVE WS-HT-NOME-ATUAL TO WS-HTC-NOME(WS-HTC-QTD)
                   MOVE WS-HT-DATA-ATUAL TO WS-HTC-DATA(WS-HTC-QTD)
               ELSE
                   MOVE "(sem cabecalho)" TO WS-HTC-NOME(WS-HTC-QTD)
                   MOVE 0 TO WS-HTC-DATA(WS-HTC-QTD)
               END-IF
               MOVE HT-GAME-ID TO WS-HTC-GAME-ID(WS-HTC-QTD)
               EVALUATE HT-RESULTADO
                   WHEN "1"
                       IF HT-JOG1 = WS-ID-A THEN
                           MOVE "V" TO WS-HTC-RES(WS-HTC-QTD)
                       ELSE
                           MOVE "D" TO WS-HTC-RES(WS-HTC-QTD)
                       END-IF
                   WHEN "2"
                       IF HT-JOG2 = WS-ID-A THEN
                           MOVE "V" TO WS-HTC-RES(WS-HTC-QTD)
                       ELSE
                           MOVE "D" TO WS-HTC-RES(WS-HTC-QTD)
                       END-IF
                   WHEN "E"
                       MOVE "E" TO WS-HTC-RES(WS-HTC-QTD)
                   WHEN OTHER
                       MOVE SPACE TO WS-HTC-RES(WS-HTC-QTD)
               END-EVALUATE
               PERFORM VERIFICA-GAME-ID-ANULADO
               IF WS-ANU-ACHOU = "S" THEN
                   MOVE "A" TO WS-HTC-RES(WS-HTC-QTD)
               END-IF
           ELSE
               MOVE "S" TO WS-HTC-CHEIO
           END-IF.

       VERIFICA-GAME-ID-ANULADO.
           MOVE "N" TO WS-ANU-ACHOU.
           IF HT-GAME-ID > 0 THEN
               PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-QTD
                   IF WS-ANU-GAME-ID(WS-ANU-IDX) = HT-GAME-ID THEN
                       MOVE "S" TO WS-ANU-ACHOU
                   END-IF
               END-PERFORM
           END-IF.

    ***  -- Relatorio completo; cada linha vai para a tela e/ou para
    ***  -- o arquivo conforme WS-EXIBE-NA-TELA / WS-GRAVA-ARQUIVO.
       IMPRIME-CONFRONTO.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  CONFRONTO DIRETO" DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  A : " WS-ID-A " - " WS-NOME-A
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  B : " WS-ID-B " - " WS-NOME-B
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.

           PERFORM IMPRIME-TOTAIS.
           PERFORM IMPRIME-SEQUENCIA.
           PERFORM IMPRIME-ULTIMAS-PARTIDAS.
           PERFORM IMPRIME-HISTORICO-TORNEIOS.

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           MOVE WS-TOTAIS-CAB TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           MOVE 0 TO WS-TOT-GERAL-V.
           MOVE 0 TO WS-TOT-GERAL-D.
           MOVE 0 TO WS-TOT-GERAL-E.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > 2
               IF WS-TOT-IDX = 1 THEN
                   MOVE "Torneio" TO WS-TDET-ROTULO
               ELSE
                   MOVE "Avulsas" TO WS-TDET-ROTULO
               END-IF
               COMPUTE WS-TOT-PARTIDAS = WS-TOT-V(WS-TOT-IDX)
                   + WS-TOT-D(WS-TOT-IDX) + WS-TOT-E(WS-TOT-IDX)
               MOVE WS-TOT-PARTIDAS      TO WS-TDET-QTD
               MOVE WS-TOT-V(WS-TOT-IDX) TO WS-TDET-V
               MOVE WS-TOT-D(WS-TOT-IDX) TO WS-TDET-D
               MOVE WS-TOT-E(WS-TOT-IDX) TO WS-TDET-E
               MOVE WS-TOTAIS-DET TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
               ADD WS-TOT-V(WS-TOT-IDX) TO WS-TOT-GERAL-V
               ADD WS-TOT-D(WS-TOT-IDX) TO WS-TOT-GERAL-D
               ADD WS-TOT-E(WS-TOT-IDX) TO WS-TOT-GERAL-E
           END-PERFORM.
           MOVE "Total" TO WS-TDET-ROTULO.
           COMPUTE WS-TOT-PARTIDAS = WS-TOT-GERAL-V + WS-TOT-GERAL-D
               + WS-TOT-GERAL-E.
           MOVE WS-TOT-PARTIDAS TO WS-TDET-QTD.
           MOVE WS-TOT-GERAL-V  TO WS-TDET-V.
           MOVE WS-TOT-GERAL-D  TO WS-TDET-D.
           MOVE WS-TOT-GERAL-E  TO WS-TDET-E.
           MOVE WS-TOTAIS-DET TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           IF WS-TOT-ANU > 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  Anuladas pelo arbitro (fora do total) : "
                   WS-TOT-ANU
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
           END-IF.

       IMPRIME-SEQUENCIA.
           MOVE SPACES TO RELATORIO-LINHA.
           EVALUATE WS-SEQ-TIPO
               WHEN "V"
                   STRING "  Sequencia atual : " WS-SEQ-QTD
                       " vitoria(s) seguida(s) de " WS-ID-A
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN "D"
                   STRING "  Sequencia atual : " WS-SEQ-QTD
                       " vitoria(s) seguida(s) de " WS-ID-B
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN "E"
                   STRING "  Sequencia atual : " WS-SEQ-QTD
                       " empate(s) seguido(s)"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN OTHER
                   MOVE "  Nenhuma partida entre os dois."
                       TO RELATORIO-LINHA
           END-EVALUATE.
           PERFORM GRAVA-LINHA-CONFRONTO.

       IMPRIME-ULTIMAS-PARTIDAS.
           IF WS-ULT-QTD > 0 THEN
               MOVE SPACES TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
               MOVE SPACES TO RELATORIO-LINHA
               STRING "  Ultimas partidas (mais recente por ultimo) :"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
               MOVE WS-CONFRONTO-CAB TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
               PERFORM VARYING WS-ULT-IDX FROM 1 BY 1
                   UNTIL WS-ULT-IDX > WS-ULT-QTD
                   MOVE WS-ULT-DATA(WS-ULT-IDX)    TO WS-DET-DATA
                   MOVE WS-ULT-HORA(WS-ULT-IDX)    TO WS-DET-HORA
                   MOVE WS-ULT-GAME-ID(WS-ULT-IDX) TO WS-DET-GAME
                   MOVE WS-ULT-SIMB-A(WS-ULT-IDX)  TO WS-DET-SIMB-A
                   MOVE WS-ULT-SIMB-B(WS-ULT-IDX)  TO WS-DET-SIMB-B
                   MOVE WS-ULT-RES(WS-ULT-IDX)     TO WS-DET-RES
                   MOVE WS-ULT-TORNEIO(WS-ULT-IDX) TO WS-DET-TORN
                   MOVE WS-CONFRONTO-DET TO RELATORIO-LINHA
                   PERFORM GRAVA-LINHA-CONFRONTO
               END-PERFORM
           END-IF.

       IMPRIME-HISTORICO-TORNEIOS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-CONFRONTO.
           IF WS-HTC-QTD = 0 THEN
               MOVE "  Nenhum confronto em torneio encerrado."
                   TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
           ELSE
               MOVE "  Confrontos em torneios encerrados :"
                   TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-CONFRONTO
               PERFORM VARYING WS-HTC-IDX FROM 1 BY 1
                   UNTIL WS-HTC-IDX > WS-HTC-QTD
                   MOVE WS-HTC-DATA(WS-HTC-IDX)    TO WS-HDET-DATA
                   MOVE WS-HTC-NOME(WS-HTC-IDX)    TO WS-HDET-NOME
                   MOVE WS-HTC-GAME-ID(WS-HTC-IDX) TO WS-HDET-GAME
                   EVALUATE WS-HTC-RES(WS-HTC-IDX)
                       WHEN "V"
                           MOVE SPACES TO WS-TXT-RES
                           STRING "vitoria de " WS-ID-A
                               DELIMITED BY SIZE INTO WS-TXT-RES
                       WHEN "D"
                           MOVE SPACES TO WS-TXT-RES
                           STRING "vitoria de " WS-ID-B
                               DELIMITED BY SIZE INTO WS-TXT-RES
                       WHEN "E"
                           MOVE "empate" TO WS-TXT-RES
                       WHEN "A"
                           MOVE "anulada (arbitro)" TO WS-TXT-RES
                       WHEN OTHER
                           MOVE "nao jogada" TO WS-TXT-RES
                   END-EVALUATE
                   MOVE WS-TXT-RES TO WS-HDET-RES
                   MOVE WS-HISTORICO-DET TO RELATORIO-LINHA
                   PERFORM GRAVA-LINHA-CONFRONTO
               END-PERFORM
               IF WS-HTC-CHEIO = "S" THEN
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  AVISO: mais de " WS-HTC-MAX
                       " confrontos - os excedentes ficaram fora."
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   PERFORM GRAVA-LINHA-CONFRONTO
               END-IF
           END-IF.

       GRAVA-LINHA-CONFRONTO.
           IF WS-GRAVA-ARQUIVO = "S" THEN
               WRITE RELATORIO-LINHA
           END-IF.
           IF WS-EXIBE-NA-TELA = "S" THEN
               DISPLAY RELATORIO-LINHA
           END-IF.

       END PROGRAM JOGO-DA-VELHA-CONFRONTO.
