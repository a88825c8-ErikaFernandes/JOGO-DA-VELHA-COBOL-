      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Relatorio de aberturas para a equipe tecnica: junta o
      *          journal de jogadas (jogadas.txt e cada jogadas-
      *          archive do archive-catalogo.txt) com o resultado de
      *          game-result.txt e conta vitorias, derrotas e empates
      *          por linha de abertura - o tipo da primeira jogada
      *          (centro, canto, borda), a primeira jogada, as duas
      *          primeiras e as tres primeiras.
      *          Separado por tamanho do tabuleiro, por modo (contra o
      *          COBOL ou Jogador x Jogador) e por quem abriu; contra
      *          o COBOL, tambem pelo nivel (GR-DIFICULDADE F/N/D -
      *          registro antigo sem o nivel sai num grupo proprio).
      *          Sem filtro, V/D/E e do ponto de vista de quem abriu;
      *          com um PLAYER-ID informado, so entram as partidas dele
      *          e V/D/E e do ponto de vista dele (repertorio:
      *          aberturas que ele fez e respostas que deu).
      *          Linha com menos de WS-AMOSTRA-MINIMA partidas sai
      *          marcada com "*" (amostra pequena demais).
      *          Partida anulada pelo arbitro (GR-RESULTADO "A") fica
      *          de fora. Grava aberturas-relatorio.txt e o CSV
      *          aberturas.csv para a equipe de analise.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-ABERTURAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

    ***  -- Mesmo FD dinamico para o journal ao vivo e cada archive
    ***  -- datado, como em JOGO-DA-VELHA-PERFIL.
       SELECT ENTRADA-JOGADAS
       ASSIGN TO DYNAMIC WS-NOME-ARQ-JOGADAS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT ARCHIVE-CATALOGO ASSIGN TO 'archive-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT ABERTURAS-RELATORIO ASSIGN TO 'aberturas-relatorio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RELATORIO.

       SELECT ABERTURAS-CSV ASSIGN TO 'aberturas.csv'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CSV.

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
           05 CAT-NOME-ARQ    PIC X(40).
           05 CAT-DATA        PIC 9(8).
           05 CAT-GAME-ID-MIN PIC 9(5).
           05 CAT-GAME-ID-MAX PIC 9(5).
           05 CAT-QTD-REG     PIC 9(7).

       FD ABERTURAS-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).

       FD ABERTURAS-CSV.
       01 CSV-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-GAME-RESULT PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS     PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO    PIC X(2) VALUE "00".
       01 WS-FS-RELATORIO   PIC X(2) VALUE "00".
       01 WS-FS-CSV         PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-JOGADAS PIC X(40) VALUE SPACES.

       01 WS-EOF-GR  PIC X(1) VALUE "N".
       01 WS-EOF-JG  PIC X(1) VALUE "N".
       01 WS-EOF-CAT PIC X(1) VALUE "N".

       01 WS-DATA-HOJE PIC 9(8).
       01 WS-ALVO-ID   PIC X(5) VALUE SPACES.

    ***  -- Linha de abertura com menos partidas que isto e marcada.
       01 WS-AMOSTRA-MINIMA PIC 9(2) VALUE 10.

    ***  -- Um mesmo archive pode ter varios registros no catalogo;
    ***  -- cada arquivo so pode ser lido uma vez.
       01 WS-ARQ-VISTO-TAB OCCURS 200 TIMES.
           05 WS-ARQ-VISTO PIC X(40).
       01 WS-ARQ-VISTO-QTD   PIC 9(3) VALUE 0.
       01 WS-ARQ-VISTO-MAX   PIC 9(3) VALUE 200.
       01 WS-ARQ-VISTO-ACHOU PIC X(1).
       01 WS-ARQ-VISTO-IDX   PIC 9(3).

    ************* PARTIDAS (POSICAO = GAME-ID) ------------------------
    ***  -- Ate dois registros de game-result por partida (o segundo
    ***  -- so no Jogador x Jogador), o nivel do COBOL e as tres
    ***  -- primeiras jogadas do journal, guardadas pela posicao
    ***  -- JG-NUM-JOGADA.
       01 WS-PT-TAB.
           05 WS-PT OCCURS 99999 TIMES.
               10 WS-PT-GR-QTD  PIC 9(1).
               10 WS-PT-ANULADA PIC X(1).
               10 WS-PT-NIVEL   PIC X(1).
               10 WS-PT-GR OCCURS 2 TIMES.
                   15 WS-PT-GR-ID  PIC X(5).
                   15 WS-PT-GR-RES PIC X(1).
               10 WS-PT-TAM PIC 9(1).
               10 WS-PT-JG OCCURS 3 TIMES.
                   15 WS-PT-JG-PRESENTE PIC X(1).
                   15 WS-PT-JG-ID       PIC X(5).
                   15 WS-PT-JG-LINHA    PIC 9(1).
                   15 WS-PT-JG-COLUNA   PIC 9(1).
       01 WS-PT-IDX  PIC 9(5).
       01 WS-PT-MAX  PIC 9(5) VALUE 99999.
       01 WS-JG-IDX  PIC 9(1).

    ***  -- Partida corrente na apuracao.
       01 WS-PT-MODO   PIC X(1).
       01 WS-PT-NIV    PIC X(1).
       01 WS-PT-NIV-ORD PIC 9(1).
       01 WS-PT-ABRIU  PIC X(1).
       01 WS-PT-RES    PIC X(1).
       01 WS-PT-JOGADAS PIC 9(1).
       01 WS-PROF      PIC 9(1).
       01 WS-LINHA-AB  PIC X(12).
       01 WS-LINHA-POS PIC 9(2).
       01 WS-MEIO      PIC 9(1).
       01 WS-ULTIMA    PIC 9(1).
       01 WS-PT-DO-ALVO PIC X(1).

    ************* LINHAS DE ABERTURA ----------------------------------
    ***  -- Chave: tamanho, modo (C contra o COBOL, J Jogador x
    ***  -- Jogador), nivel do COBOL (F/N/D; branco no Jogador x
    ***  -- Jogador e no registro antigo), quem abriu (C COBOL / J
    ***  -- jogador; com filtro, P o proprio jogador / A o
    ***  -- adversario), profundidade (0 = tipo da primeira jogada) e
    ***  -- a linha. WS-AB-NIV-ORD poe os niveis na ordem F, N, D e
    ***  -- por ultimo o nao registrado.
       01 WS-AB-TAB OCCURS 3000 TIMES INDEXED BY IDX-AB.
           05 WS-AB-TAM     PIC 9(1).
           05 WS-AB-MODO    PIC X(1).
           05 WS-AB-NIVEL   PIC X(1).
           05 WS-AB-NIV-ORD PIC 9(1).
           05 WS-AB-ABRIU   PIC X(1).
           05 WS-AB-PROF    PIC 9(1).
           05 WS-AB-LINHA   PIC X(12).
           05 WS-AB-JOGOS   PIC 9(5).
           05 WS-AB-V       PIC 9(5).
           05 WS-AB-D       PIC 9(5).
           05 WS-AB-E       PIC 9(5).
           05 WS-AB-ORDEM   PIC 9(5).
       01 WS-AB-TOTAL      PIC 9(4) VALUE 0.
       01 WS-AB-MAX        PIC 9(4) VALUE 3000.
       01 WS-AB-CHEIO      PIC X(1) VALUE "N".
       01 WS-AB-IDX-ACHADO PIC 9(4).

    ************* ORDENACAO / RELATORIO ------------------------------
    ***  -- Grupo (tamanho, modo, nivel, quem abriu, profundidade)
    ***  -- crescente e, dentro do grupo, mais partidas primeiro.
       01 WS-ORD-I     PIC 9(4).
       01 WS-ORD-J     PIC 9(4).
       01 WS-ORD-MENOR PIC 9(4).
       01 WS-ORD-CHAVE-I.
           05 WS-OCI-TAM   PIC 9(1).
           05 WS-OCI-MODO  PIC X(1).
           05 WS-OCI-NIV   PIC 9(1).
           05 WS-OCI-ABRIU PIC X(1).
           05 WS-OCI-PROF  PIC 9(1).
           05 WS-OCI-ORDEM PIC 9(5).
           05 WS-OCI-LINHA PIC X(12).
       01 WS-ORD-CHAVE-J.
           05 WS-OCJ-TAM   PIC 9(1).
           05 WS-OCJ-MODO  PIC X(1).
           05 WS-OCJ-NIV   PIC 9(1).
           05 WS-OCJ-ABRIU PIC X(1).
           05 WS-OCJ-PROF  PIC 9(1).
           05 WS-OCJ-ORDEM PIC 9(5).
           05 WS-OCJ-LINHA PIC X(12).
       01 WS-ORD-TROCA.
           05 WS-TROCA-TAM   PIC 9(1).
           05 WS-TROCA-MODO  PIC X(1).
           05 WS-TROCA-NIVEL PIC X(1).
           05 WS-TROCA-NIV-ORD PIC 9(1).
           05 WS-TROCA-ABRIU PIC X(1).
           05 WS-TROCA-PROF  PIC 9(1).
           05 WS-TROCA-LINHA PIC X(12).
           05 WS-TROCA-JOGOS PIC 9(5).
           05 WS-TROCA-V     PIC 9(5).
           05 WS-TROCA-D     PIC 9(5).
           05 WS-TROCA-E     PIC 9(5).
           05 WS-TROCA-ORDEM PIC 9(5).

       01 WS-GRUPO-ANT.
           05 WS-ANT-TAM   PIC 9(1).
           05 WS-ANT-MODO  PIC X(1).
           05 WS-ANT-NIVEL PIC X(1).
           05 WS-ANT-ABRIU PIC X(1).
       01 WS-GRUPO-ATU.
           05 WS-ATU-TAM   PIC 9(1).
           05 WS-ATU-MODO  PIC X(1).
           05 WS-ATU-NIVEL PIC X(1).
           05 WS-ATU-ABRIU PIC X(1).
       01 WS-PROF-ANT PIC 9(1).

       01 WS-TXT-MODO  PIC X(40).
       01 WS-TXT-ABRIU PIC X(22).
       01 WS-TXT-PROF  PIC X(30).

       01 WS-PCT-V     PIC 9(3)V9.

       01 WS-RELATORIO-CAB.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE "LINHA".
           05 FILLER PIC X(10) VALUE "PARTIDAS".
           05 FILLER PIC X(7)  VALUE "V".
           05 FILLER PIC X(7)  VALUE "D".
           05 FILLER PIC X(7)  VALUE "E".
           05 FILLER PIC X(7)  VALUE "% V".

       01 WS-RELATORIO-DET.
           05 FILLER         PIC X(4) VALUE SPACES.
           05 WS-REL-LINHA   PIC X(12).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 WS-REL-JOGOS   PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-REL-V       PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-REL-D       PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-REL-E       PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-REL-PCT     PIC ZZ9.9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-REL-AMOSTRA PIC X(1).

       01 WS-CSV-PCT     PIC 9(3).9.
       01 WS-CSV-AMOSTRA PIC X(1).

       01 WS-TOTAL-PARTIDAS  PIC 9(7) VALUE 0.
       01 WS-TOTAL-ANULADAS  PIC 9(7) VALUE 0.
       01 WS-TOTAL-SEM-JOG   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Relatorio de aberturas do Jogo Da Velha ".
           DISPLAY "  ID do jogador (branco = todos) : ".
           ACCEPT WS-ALVO-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.

           INITIALIZE WS-PT-TAB.
           PERFORM CARREGA-GAME-RESULT.

     **     ---- JOURNAL AO VIVO, DEPOIS CADA ARCHIVE DO CATALOGO --
           MOVE "jogadas.txt" TO WS-NOME-ARQ-JOGADAS.
           PERFORM PROCESSA-ARQUIVO-JOGADAS.
           PERFORM VARRE-CATALOGO.

           PERFORM APURA-PARTIDA
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX >= WS-PT-MAX.

           PERFORM ORDENA-ABERTURAS.
           PERFORM IMPRIME-RELATORIO.
           PERFORM GRAVA-CSV.

           DISPLAY " ".
           DISPLAY "  " WS-TOTAL-PARTIDAS " partida(s) apurada(s), "
               WS-AB-TOTAL " linha(s) em aberturas-relatorio.txt e "
               "aberturas.csv".
           IF WS-AB-CHEIO = "S" THEN
               DISPLAY "  AVISO: mais de " WS-AB-MAX " linhas de "
                   "abertura - as excedentes ficaram fora."
           END-IF.
           STOP RUN.

    ***  -- Resultado de cada partida por GAME-ID; anulada sai toda.
       CARREGA-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GAME-RESULT = "00" THEN
               PERFORM UNTIL WS-EOF-GR = "Y"
                   READ GAME-RESULT
                       AT END MOVE "Y" TO WS-EOF-GR
                       NOT AT END
                           IF GR-GAME-ID > 0 THEN
                               PERFORM GUARDA-GAME-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.

       GUARDA-GAME-RESULT.
           MOVE GR-GAME-ID TO WS-PT-IDX.
           IF GR-RESULTADO = "A" THEN
               MOVE "S" TO WS-PT-ANULADA(WS-PT-IDX)
           END-IF.
           IF GR-DIFICULDADE NOT = SPACE THEN
               MOVE GR-DIFICULDADE TO WS-PT-NIVEL(WS-PT-IDX)
           END-IF.
           IF WS-PT-GR-QTD(WS-PT-IDX) < 2 THEN
               ADD 1 TO WS-PT-GR-QTD(WS-PT-IDX)
               MOVE GR-PLAYER-ID TO
                   WS-PT-GR-ID(WS-PT-IDX WS-PT-GR-QTD(WS-PT-IDX))
               MOVE GR-RESULTADO TO
                   WS-PT-GR-RES(WS-PT-IDX WS-PT-GR-QTD(WS-PT-IDX))
           END-IF.

       VARRE-CATALOGO.
           MOVE "N" TO WS-EOF-CAT.
           OPEN INPUT ARCHIVE-CATALOGO.
           IF WS-FS-CATALOGO = "00" THEN
               PERFORM UNTIL WS-EOF-CAT = "Y"
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
               END-PERFORM
               CLOSE ARCHIVE-CATALOGO
           END-IF.

    ***  -- Ja processado nesta execucao? Senao, anota o nome.
       VERIFICA-ARQUIVO-JA-VISTO.
           MOVE "N" TO WS-ARQ-VISTO-ACHOU.
           PERFORM VARYING WS-ARQ-VISTO-IDX FROM 1 BY 1
               UNTIL WS-ARQ-VISTO-IDX > WS-ARQ-VISTO-QTD
               IF WS-ARQ-VISTO(WS-ARQ-VISTO-IDX) = CAT-NOME-ARQ THEN
                   MOVE "S" TO WS-ARQ-VISTO-ACHOU
               END-IF
           END-PERFORM.
           IF WS-ARQ-VISTO-ACHOU = "N"
               AND WS-ARQ-VISTO-QTD < WS-ARQ-VISTO-MAX THEN
               ADD 1 TO WS-ARQ-VISTO-QTD
               MOVE CAT-NOME-ARQ TO WS-ARQ-VISTO(WS-ARQ-VISTO-QTD)
           END-IF.

    ***  -- So as tres primeiras jogadas de cada partida interessam.
       PROCESSA-ARQUIVO-JOGADAS.
           MOVE "N" TO WS-EOF-JG.
           OPEN INPUT ENTRADA-JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF-JG = "Y"
                   READ ENTRADA-JOGADAS
                       AT END MOVE "Y" TO WS-EOF-JG
                       NOT AT END
                           IF JG-GAME-ID > 0
                               AND JG-NUM-JOGADA >= 1
                               AND JG-NUM-JOGADA <= 3 THEN
                               PERFORM GUARDA-JOGADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-JOGADAS
           END-IF.

       GUARDA-JOGADA.
           MOVE JG-GAME-ID    TO WS-PT-IDX.
           MOVE JG-NUM-JOGADA TO WS-JG-IDX.
           MOVE JG-TAMANHO    TO WS-PT-TAM(WS-PT-IDX).
           MOVE "S" TO WS-PT-JG-PRESENTE(WS-PT-IDX WS-JG-IDX).
           MOVE JG-PLAYER-ID TO WS-PT-JG-ID(WS-PT-IDX WS-JG-IDX).
           MOVE JG-LINHA     TO WS-PT-JG-LINHA(WS-PT-IDX WS-JG-IDX).
           MOVE JG-COLUNA    TO WS-PT-JG-COLUNA(WS-PT-IDX WS-JG-IDX).

    ***  -- Uma partida com resultado: decide modo, quem abriu e o
    ***  -- resultado do ponto de vista de referencia, e soma nas
    ***  -- linhas de profundidade 0 a 3 que o journal permite.
       APURA-PARTIDA.
           MOVE "S" TO WS-PT-DO-ALVO.
           IF WS-ALVO-ID NOT = SPACES
               AND WS-PT-GR-ID(WS-PT-IDX 1) NOT = WS-ALVO-ID
               AND WS-PT-GR-ID(WS-PT-IDX 2) NOT = WS-ALVO-ID THEN
               MOVE "N" TO WS-PT-DO-ALVO
           END-IF.
           IF WS-PT-GR-QTD(WS-PT-IDX) > 0
               AND WS-PT-DO-ALVO = "S" THEN
               IF WS-PT-ANULADA(WS-PT-IDX) = "S" THEN
                   ADD 1 TO WS-TOTAL-ANULADAS
               ELSE
                   IF WS-PT-JG-PRESENTE(WS-PT-IDX 1) NOT = "S" THEN
                       ADD 1 TO WS-TOTAL-SEM-JOG
                   ELSE
                       PERFORM DEFINE-PONTO-DE-VISTA
                       IF WS-PT-RES = "V" OR WS-PT-RES = "D"
                           OR WS-PT-RES = "E" THEN
                           ADD 1 TO WS-TOTAL-PARTIDAS
                           PERFORM CONTA-JOGADAS-PRESENTES
                           PERFORM SOMA-NA-PROFUNDIDADE
                               VARYING WS-PROF FROM 0 BY 1
                               UNTIL WS-PROF > WS-PT-JOGADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.

    ***  -- Partida contra o COBOL tem um registro so em game-result
    ***  -- (o do jogador); Jogador x Jogador tem dois.
       DEFINE-PONTO-DE-VISTA.
           MOVE SPACE TO WS-PT-RES.
           IF WS-PT-GR-QTD(WS-PT-IDX) = 1 THEN
               MOVE "C" TO WS-PT-MODO
               MOVE WS-PT-NIVEL(WS-PT-IDX) TO WS-PT-NIV
           ELSE
               MOVE "J" TO WS-PT-MODO
               MOVE SPACE TO WS-PT-NIV
           END-IF.
           IF WS-ALVO-ID = SPACES THEN
               IF WS-PT-JG-ID(WS-PT-IDX 1) = "COBOL" THEN
                   MOVE "C" TO WS-PT-ABRIU
                   EVALUATE WS-PT-GR-RES(WS-PT-IDX 1)
                       WHEN "V" MOVE "D" TO WS-PT-RES
                       WHEN "D" MOVE "V" TO WS-PT-RES
                       WHEN "E" MOVE "E" TO WS-PT-RES
                   END-EVALUATE
               ELSE
                   MOVE "J" TO WS-PT-ABRIU
                   IF WS-PT-GR-ID(WS-PT-IDX 2)
                       = WS-PT-JG-ID(WS-PT-IDX 1)
                       AND WS-PT-GR-ID(WS-PT-IDX 1)
                       NOT = WS-PT-JG-ID(WS-PT-IDX 1) THEN
                       MOVE WS-PT-GR-RES(WS-PT-IDX 2) TO WS-PT-RES
                   ELSE
                       MOVE WS-PT-GR-RES(WS-PT-IDX 1) TO WS-PT-RES
                   END-IF
               END-IF
           ELSE
               IF WS-PT-JG-ID(WS-PT-IDX 1) = WS-ALVO-ID THEN
                   MOVE "P" TO WS-PT-ABRIU
               ELSE
                   MOVE "A" TO WS-PT-ABRIU
               END-IF
               IF WS-PT-GR-ID(WS-PT-IDX 1) = WS-ALVO-ID THEN
                   MOVE WS-PT-GR-RES(WS-PT-IDX 1) TO WS-PT-RES
               ELSE
                   IF WS-PT-GR-QTD(WS-PT-IDX) = 2
                       AND WS-PT-GR-ID(WS-PT-IDX 2) = WS-ALVO-ID THEN
                       MOVE WS-PT-GR-RES(WS-PT-IDX 2) TO WS-PT-RES
                   END-IF
               END-IF
           END-IF.

    ***  -- Jogadas seguidas presentes a partir da primeira (1 a 3).
       CONTA-JOGADAS-PRESENTES.
           MOVE 1 TO WS-PT-JOGADAS.
           IF WS-PT-JG-PRESENTE(WS-PT-IDX 2) = "S" THEN
               MOVE 2 TO WS-PT-JOGADAS
               IF WS-PT-JG-PRESENTE(WS-PT-IDX 3) = "S" THEN
                   MOVE 3 TO WS-PT-JOGADAS
               END-IF
           END-IF.

    ***  -- Linha de profundidade WS-PROF: "LC-LC-LC" (linha e coluna
    ***  -- de cada jogada, numeradas a partir de 0 como no prompt do
    ***  -- jogo); a profundidade 0 e o tipo da primeira jogada.
       SOMA-NA-PROFUNDIDADE.
           MOVE SPACES TO WS-LINHA-AB.
           IF WS-PROF = 0 THEN
               PERFORM CLASSIFICA-PRIMEIRA-JOGADA
           ELSE
               MOVE 1 TO WS-LINHA-POS
               PERFORM VARYING WS-JG-IDX FROM 1 BY 1
                   UNTIL WS-JG-IDX > WS-PROF
                   IF WS-JG-IDX > 1 THEN
                       MOVE "-" TO WS-LINHA-AB(WS-LINHA-POS:1)
                       ADD 1 TO WS-LINHA-POS
                   END-IF
                   MOVE WS-PT-JG-LINHA(WS-PT-IDX WS-JG-IDX)
                       TO WS-LINHA-AB(WS-LINHA-POS:1)
                   MOVE WS-PT-JG-COLUNA(WS-PT-IDX WS-JG-IDX)
                       TO WS-LINHA-AB(WS-LINHA-POS + 1:1)
                   ADD 2 TO WS-LINHA-POS
               END-PERFORM
           END-IF.
           PERFORM LOCALIZA-ABERTURA.
           IF WS-AB-IDX-ACHADO NOT = 0 THEN
               ADD 1 TO WS-AB-JOGOS(WS-AB-IDX-ACHADO)
               EVALUATE WS-PT-RES
                   WHEN "V" ADD 1 TO WS-AB-V(WS-AB-IDX-ACHADO)
                   WHEN "D" ADD 1 TO WS-AB-D(WS-AB-IDX-ACHADO)
                   WHEN "E" ADD 1 TO WS-AB-E(WS-AB-IDX-ACHADO)
               END-EVALUATE
           END-IF.

    ***  -- Canto: linha e coluna nas bordas; centro: as duas no meio
    ***  -- (so em tabuleiro impar); borda: uma das duas na borda;
    ***  -- interna: as demais casas do 4x4/5x5.
       CLASSIFICA-PRIMEIRA-JOGADA.
           COMPUTE WS-ULTIMA = WS-PT-TAM(WS-PT-IDX) - 1.
           DIVIDE WS-ULTIMA BY 2 GIVING WS-MEIO.
           EVALUATE TRUE
               WHEN (WS-PT-JG-LINHA(WS-PT-IDX 1) = 0
                       OR WS-PT-JG-LINHA(WS-PT-IDX 1) = WS-ULTIMA)
                   AND (WS-PT-JG-COLUNA(WS-PT-IDX 1) = 0
                       OR WS-PT-JG-COLUNA(WS-PT-IDX 1) = WS-ULTIMA)
                   MOVE "CANTO" TO WS-LINHA-AB
               WHEN WS-PT-JG-LINHA(WS-PT-IDX 1) = 0
                   OR WS-PT-JG-LINHA(WS-PT-IDX 1) = WS-ULTIMA
                   OR WS-PT-JG-COLUNA(WS-PT-IDX 1) = 0
                   OR WS-PT-JG-COLUNA(WS-PT-IDX 1) = WS-ULTIMA
                   MOVE "BORDA" TO WS-LINHA-AB
               WHEN WS-PT-TAM(WS-PT-IDX) NOT = 4
                   AND WS-PT-JG-LINHA(WS-PT-IDX 1) = WS-MEIO
                   AND WS-PT-JG-COLUNA(WS-PT-IDX 1) = WS-MEIO
                   MOVE "CENTRO" TO WS-LINHA-AB
               WHEN OTHER
                   MOVE "INTERNA" TO WS-LINHA-AB
           END-EVALUATE.

       LOCALIZA-ABERTURA.
           MOVE 0 TO WS-AB-IDX-ACHADO.
           PERFORM VARYING IDX-AB FROM 1 BY 1
               UNTIL IDX-AB > WS-AB-TOTAL
               OR WS-AB-IDX-ACHADO NOT = 0
               IF WS-AB-TAM(IDX-AB) = WS-PT-TAM(WS-PT-IDX)
                   AND WS-AB-MODO(IDX-AB) = WS-PT-MODO
                   AND WS-AB-NIVEL(IDX-AB) = WS-PT-NIV
                   AND WS-AB-ABRIU(IDX-AB) = WS-PT-ABRIU
                   AND WS-AB-PROF(IDX-AB) = WS-PROF
                   AND WS-AB-LINHA(IDX-AB) = WS-LINHA-AB THEN
                   SET WS-AB-IDX-ACHADO TO IDX-AB
               END-IF
           END-PERFORM.
           IF WS-AB-IDX-ACHADO = 0 THEN
               IF WS-AB-TOTAL < WS-AB-MAX THEN
                   ADD 1 TO WS-AB-TOTAL
                   MOVE WS-AB-TOTAL TO WS-AB-IDX-ACHADO
                   MOVE WS-PT-TAM(WS-PT-IDX)
                       TO WS-AB-TAM(WS-AB-IDX-ACHADO)
                   MOVE WS-PT-MODO  TO WS-AB-MODO(WS-AB-IDX-ACHADO)
                   MOVE WS-PT-NIV   TO WS-AB-NIVEL(WS-AB-IDX-ACHADO)
                   EVALUATE WS-PT-NIV
                       WHEN "F" MOVE 1 TO WS-PT-NIV-ORD
                       WHEN "N" MOVE 2 TO WS-PT-NIV-ORD
                       WHEN "D" MOVE 3 TO WS-PT-NIV-ORD
                       WHEN OTHER MOVE 4 TO WS-PT-NIV-ORD
                   END-EVALUATE
                   MOVE WS-PT-NIV-ORD
                       TO WS-AB-NIV-ORD(WS-AB-IDX-ACHADO)
                   MOVE WS-PT-ABRIU TO WS-AB-ABRIU(WS-AB-IDX-ACHADO)
                   MOVE WS-PROF     TO WS-AB-PROF(WS-AB-IDX-ACHADO)
                   MOVE WS-LINHA-AB TO WS-AB-LINHA(WS-AB-IDX-ACHADO)
                   MOVE 0 TO WS-AB-JOGOS(WS-AB-IDX-ACHADO)
                   MOVE 0 TO WS-AB-V(WS-AB-IDX-ACHADO)
                   MOVE 0 TO WS-AB-D(WS-AB-IDX-ACHADO)
                   MOVE 0 TO WS-AB-E(WS-AB-IDX-ACHADO)
               ELSE
                   MOVE "S" TO WS-AB-CHEIO
               END-IF
           END-IF.

    ***  -- Ordenacao por selecao (mesmo padrao de JOGO-DA-VELHA-
    ***  -- RELOGIO) sobre a chave grupo + (99999 - partidas) + linha.
       ORDENA-ABERTURAS.
           PERFORM VARYING IDX-AB FROM 1 BY 1
               UNTIL IDX-AB > WS-AB-TOTAL
               COMPUTE WS-AB-ORDEM(IDX-AB) =
                   99999 - WS-AB-JOGOS(IDX-AB)
           END-PERFORM.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-AB-TOTAL
               MOVE WS-ORD-I TO WS-ORD-MENOR
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-AB-TOTAL
                   MOVE WS-AB-TAM(WS-ORD-J)   TO WS-OCJ-TAM
                   MOVE WS-AB-MODO(WS-ORD-J)  TO WS-OCJ-MODO
                   MOVE WS-AB-NIV-ORD(WS-ORD-J) TO WS-OCJ-NIV
                   MOVE WS-AB-ABRIU(WS-ORD-J) TO WS-OCJ-ABRIU
                   MOVE WS-AB-PROF(WS-ORD-J)  TO WS-OCJ-PROF
                   MOVE WS-AB-ORDEM(WS-ORD-J) TO WS-OCJ-ORDEM
                   MOVE WS-AB-LINHA(WS-ORD-J) TO WS-OCJ-LINHA
                   MOVE WS-AB-TAM(WS-ORD-MENOR)   TO WS-OCI-TAM
                   MOVE WS-AB-MODO(WS-ORD-MENOR)  TO WS-OCI-MODO
                   MOVE WS-AB-NIV-ORD(WS-ORD-MENOR) TO WS-OCI-NIV
                   MOVE WS-AB-ABRIU(WS-ORD-MENOR) TO WS-OCI-ABRIU
                   MOVE WS-AB-PROF(WS-ORD-MENOR)  TO WS-OCI-PROF
                   MOVE WS-AB-ORDEM(WS-ORD-MENOR) TO WS-OCI-ORDEM
                   MOVE WS-AB-LINHA(WS-ORD-MENOR) TO WS-OCI-LINHA
                   IF WS-ORD-CHAVE-J < WS-ORD-CHAVE-I THEN
                       MOVE WS-ORD-J TO WS-ORD-MENOR
                   END-IF
               END-PERFORM
               IF WS-ORD-MENOR NOT = WS-ORD-I THEN
                   MOVE WS-AB-TAB(WS-ORD-I) TO WS-ORD-TROCA
                   MOVE WS-AB-TAB(WS-ORD-MENOR)
                       TO WS-AB-TAB(WS-ORD-I)
                   MOVE WS-ORD-TROCA TO WS-AB-TAB(WS-ORD-MENOR)
               END-IF
           END-PERFORM.

       IMPRIME-RELATORIO.
           OPEN OUTPUT ABERTURAS-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  RELATORIO DE ABERTURAS - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-ALVO-ID = SPACES THEN
               MOVE "  Todos os jogadores - V/D/E de quem abriu."
                   TO RELATORIO-LINHA
           ELSE
               STRING "  Repertorio do jogador " WS-ALVO-ID
                   " - V/D/E do jogador." DELIMITED BY SIZE
                   INTO RELATORIO-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  Casas LC (linha, coluna a partir de 0). * = "
               "menos de " WS-AMOSTRA-MINIMA " partidas."
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  " WS-TOTAL-PARTIDAS " partida(s); "
               WS-TOTAL-ANULADAS " anulada(s) e " WS-TOTAL-SEM-JOG
               " sem jogadas no journal fora."
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE ZEROS TO WS-GRUPO-ANT.
           MOVE 9 TO WS-PROF-ANT.
           PERFORM VARYING IDX-AB FROM 1 BY 1
               UNTIL IDX-AB > WS-AB-TOTAL
               MOVE WS-AB-TAM(IDX-AB)   TO WS-ATU-TAM
               MOVE WS-AB-MODO(IDX-AB)  TO WS-ATU-MODO
               MOVE WS-AB-NIVEL(IDX-AB) TO WS-ATU-NIVEL
               MOVE WS-AB-ABRIU(IDX-AB) TO WS-ATU-ABRIU
               IF WS-GRUPO-ATU NOT = WS-GRUPO-ANT THEN
                   PERFORM IMPRIME-CABECALHO-GRUPO
                   MOVE WS-GRUPO-ATU TO WS-GRUPO-ANT
                   MOVE 9 TO WS-PROF-ANT
               END-IF
               IF WS-AB-PROF(IDX-AB) NOT = WS-PROF-ANT THEN
                   PERFORM IMPRIME-CABECALHO-PROFUNDIDADE
                   MOVE WS-AB-PROF(IDX-AB) TO WS-PROF-ANT
               END-IF
               PERFORM IMPRIME-LINHA-ABERTURA
           END-PERFORM.
           CLOSE ABERTURAS-RELATORIO.

       IMPRIME-CABECALHO-GRUPO.
           IF WS-ATU-MODO = "C" THEN
               EVALUATE WS-ATU-NIVEL
                   WHEN "F" MOVE "CONTRA O COBOL (FACIL)" TO WS-TXT-MODO
                   WHEN "N" MOVE "CONTRA O COBOL (NORMAL)"
                       TO WS-TXT-MODO
                   WHEN "D" MOVE "CONTRA O COBOL (DIFICIL)"
                       TO WS-TXT-MODO
                   WHEN OTHER
                       MOVE "CONTRA O COBOL (NIVEL NAO REGISTRADO)"
                           TO WS-TXT-MODO
               END-EVALUATE
           ELSE
               MOVE "JOGADOR X JOGADOR" TO WS-TXT-MODO
           END-IF.
           EVALUATE WS-ATU-ABRIU
               WHEN "C" MOVE "ABRIU O COBOL" TO WS-TXT-ABRIU
               WHEN "J" MOVE "ABRIU O JOGADOR" TO WS-TXT-ABRIU
               WHEN "P" MOVE "ABRIU O JOGADOR" TO WS-TXT-ABRIU
               WHEN "A" MOVE "ABRIU O ADVERSARIO" TO WS-TXT-ABRIU
           END-EVALUATE.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  TABULEIRO " WS-ATU-TAM "x" WS-ATU-TAM " - "
               DELIMITED BY SIZE
               WS-TXT-MODO DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               WS-TXT-ABRIU DELIMITED BY "  "
               INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CABECALHO-PROFUNDIDADE.
           EVALUATE WS-AB-PROF(IDX-AB)
               WHEN 0 MOVE "Tipo da primeira jogada" TO WS-TXT-PROF
               WHEN 1 MOVE "Primeira jogada" TO WS-TXT-PROF
               WHEN 2 MOVE "Duas primeiras jogadas" TO WS-TXT-PROF
               WHEN 3 MOVE "Tres primeiras jogadas" TO WS-TXT-PROF
           END-EVALUATE.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "   " WS-TXT-PROF DELIMITED BY SIZE
               INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE WS-RELATORIO-CAB TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-LINHA-ABERTURA.
           PERFORM CALCULA-PERCENTUAL.
           MOVE WS-AB-LINHA(IDX-AB) TO WS-REL-LINHA.
           MOVE WS-AB-JOGOS(IDX-AB) TO WS-REL-JOGOS.
           MOVE WS-AB-V(IDX-AB)     TO WS-REL-V.
           MOVE WS-AB-D(IDX-AB)     TO WS-REL-D.
           MOVE WS-AB-E(IDX-AB)     TO WS-REL-E.
           MOVE WS-PCT-V            TO WS-REL-PCT.
           IF WS-CSV-AMOSTRA = "S" THEN
               MOVE "*" TO WS-REL-AMOSTRA
           ELSE
               MOVE SPACE TO WS-REL-AMOSTRA
           END-IF.
           MOVE WS-RELATORIO-DET TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       CALCULA-PERCENTUAL.
           MOVE 0 TO WS-PCT-V.
           IF WS-AB-JOGOS(IDX-AB) > 0 THEN
               COMPUTE WS-PCT-V ROUNDED =
                   WS-AB-V(IDX-AB) * 100 / WS-AB-JOGOS(IDX-AB)
           END-IF.
           IF WS-AB-JOGOS(IDX-AB) < WS-AMOSTRA-MINIMA THEN
               MOVE "S" TO WS-CSV-AMOSTRA
           ELSE
               MOVE "N" TO WS-CSV-AMOSTRA
           END-IF.

       GRAVA-LINHA-RELATORIO.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.

    ***  -- Uma linha por abertura, na mesma ordem do relatorio.
       GRAVA-CSV.
           OPEN OUTPUT ABERTURAS-CSV.
           MOVE SPACES TO CSV-LINHA.
           STRING "BOARD,MODE,OPENER,DEPTH,LINE,GAMES,WINS,LOSSES,"
               "DRAWS,WIN_PCT,LOW_SAMPLE,PLAYER_ID,LEVEL"
               DELIMITED BY SIZE INTO CSV-LINHA.
           WRITE CSV-LINHA.
           PERFORM VARYING IDX-AB FROM 1 BY 1
               UNTIL IDX-AB > WS-AB-TOTAL
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-PCT-V TO WS-CSV-PCT
               MOVE SPACES TO CSV-LINHA
               STRING WS-AB-TAM(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-MODO(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-ABRIU(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-PROF(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-LINHA(IDX-AB) DELIMITED BY SPACE
                   "," WS-AB-JOGOS(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-V(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-D(IDX-AB) DELIMITED BY SIZE
                   "," WS-AB-E(IDX-AB) DELIMITED BY SIZE
                   "," WS-CSV-PCT DELIMITED BY SIZE
                   "," WS-CSV-AMOSTRA DELIMITED BY SIZE
                   "," WS-ALVO-ID DELIMITED BY SPACE
                   "," WS-AB-NIVEL(IDX-AB) DELIMITED BY SPACE
                   INTO CSV-LINHA
               WRITE CSV-LINHA
           END-PERFORM.
           CLOSE ABERTURAS-CSV.

       END PROGRAM JOGO-DA-VELHA-ABERTURAS.
