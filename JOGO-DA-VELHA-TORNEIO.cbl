       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

    ***  -- Cadastro de operadores (JOGO-DA-VELHA-OPERADOR) e
    ***  -- journal da sessao do console: o encerramento do
    ***  -- torneio pede ID + PIN de um supervisor ativo e a
    ***  -- recusa vai para o journal com JR-STATUS "R".
       SELECT OPERADOR-MASTER ASSIGN TO 'operador-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-ID
       FILE STATUS IS WS-FS-OPERADOR.

       SELECT SESSAO-JOURNAL ASSIGN TO 'sessao-journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOURNAL.

    ***  -- Situacao dos jogadores (ativo, suspenso ate uma data,
    ***  -- banido, encerrado), mantida no JOGO-DA-VELHA-CADASTRO:
    ***  -- um registro por alteracao, vale o ultimo do ID.
       SELECT SITUACAO-JOGADORES ASSIGN TO 'situacao-jogadores.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SITUACAO.

       DATA DIVISION.
       FILE SECTION.
       FD TORNEIO.
               10 HT-GAME-ID   PIC 9(5).
               10 FILLER       PIC X(37).

       FD OPERADOR-MASTER.
       01 OPERADOR-MASTER-ARQUIVO.
           05 OP-ID            PIC X(5).
           05 OP-NOME          PIC X(30).
           05 OP-PERFIL        PIC X(1).
           05 OP-PIN           PIC X(4).
           05 OP-ATIVO         PIC X(1).
           05 OP-DATA-CADASTRO PIC 9(8).

       FD SESSAO-JOURNAL.
       01 SESSAO-JOURNAL-ARQUIVO.
           05 JR-OPERADOR  PIC X(5).
           05 JR-PROGRAMA  PIC X(30).
           05 JR-DATA      PIC 9(8).
           05 JR-HORA-INI  PIC 9(6).
           05 JR-HORA-FIM  PIC 9(6).
           05 JR-STATUS    PIC X(1).
           05 JR-ACAO      PIC X(20).

    ***  -- SJ-SITUACAO "A" ativo, "S" suspenso ate SJ-ATE
    ***  -- (inclusive), "B" banido, "E" cadastro encerrado.
       FD SITUACAO-JOGADORES.
       01 SITUACAO-JOGADORES-ARQUIVO.
           05 SJ-PLAYER-ID PIC X(5).
           05 SJ-SITUACAO  PIC X(1).
           05 SJ-ATE       PIC 9(8).
           05 SJ-DATA      PIC 9(8).
           05 SJ-HORA      PIC 9(6).
           05 SJ-OPERADOR  PIC X(5).
           05 SJ-MOTIVO    PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-TORNEIO       PIC X(2) VALUE "00".
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-HIST-PONTOS  PIC ZZ9.

    ************* CONFIRMACAO DO SUPERVISOR ---------------------------
       01 WS-FS-OPERADOR PIC X(2) VALUE "00".
       01 WS-FS-JOURNAL  PIC X(2) VALUE "00".
       01 WS-SUP-ID      PIC X(5).
       01 WS-SUP-PIN     PIC X(4).
       01 WS-SUP-OK      PIC X(1) VALUE "N".
       01 WS-ACAO-RECUSA PIC X(20) VALUE SPACES.

    ************* SITUACAO DO JOGADOR ---------------------------------
       01 WS-FS-SITUACAO  PIC X(2) VALUE "00".
       01 WS-SIT-EOF      PIC X(1) VALUE "N".
       01 WS-SIT-ID-BUSCA PIC X(5).
       01 WS-SIT-ATUAL    PIC X(1).
       01 WS-SIT-ATE      PIC 9(8).
       01 WS-SIT-HOJE     PIC 9(8).
       01 WS-SIT-LIBERADO PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM MENU-PRINCIPAL UNTIL WS-FIM = "S".
           END-IF.

    ***  -- Cada participante precisa existir no player-master (a
    ***  -- recepcao cadastra antes, em JOGO-DA-VELHA-CADASTRO) e nao
    ***  -- pode estar suspenso, banido nem encerrado.
       COLETA-PARTICIPANTES.
           MOVE 0 TO WS-PART-IDX.
           PERFORM UNTIL WS-PART-IDX >= WS-QTD-PART
                               "JOGO-DA-VELHA-CADASTRO."
                   END-READ
                   CLOSE PLAYER-MASTER
                   IF WS-PART-OK = "S" THEN
                       MOVE WS-ID-DIGITADO TO WS-SIT-ID-BUSCA
                       PERFORM CONSULTA-SITUACAO-JOGADOR
                       IF WS-SIT-LIBERADO = "N" THEN
                           MOVE "N" TO WS-PART-OK
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-PART-OK
                   DISPLAY "  player-master.dat indisponivel."
                       DISPLAY "  Torneio sem confrontos - nada a "
                           "encerrar."
                   ELSE
                       MOVE "ENCERRA TORNEIO" TO WS-ACAO-RECUSA
                       PERFORM CONFIRMA-SUPERVISOR
                       IF WS-SUP-OK = "S" THEN
                           PERFORM ENCERRA-TORNEIO-EXECUTA
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   "historico. Relatorio em torneio-relatorio.txt"
           END-IF.

    ***  -- Acao restrita: ID + PIN de um supervisor ativo do
    ***  -- operador-master.dat (mesma conferencia do console).
       CONFIRMA-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
           DISPLAY " ".
           DISPLAY "  Acao restrita - confirmacao do supervisor.".
           DISPLAY "  ID do supervisor : ".
           ACCEPT WS-SUP-ID.
           DISPLAY "  PIN : ".
           ACCEPT WS-SUP-PIN.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               MOVE WS-SUP-ID TO OP-ID
               READ OPERADOR-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-PIN = WS-SUP-PIN AND OP-PERFIL = "S"
                           AND OP-ATIVO = "S" THEN
                           MOVE "S" TO WS-SUP-OK
                       END-IF
               END-READ
               CLOSE OPERADOR-MASTER
           END-IF.
           IF WS-SUP-OK = "N" THEN
               DISPLAY "  Confirmacao recusada - acao nao executada."
               PERFORM GRAVA-RECUSA-JOURNAL
           END-IF.

    ***  -- Mesmo registro do journal do console: JR-STATUS "R" =
    ***  -- recusado, JR-ACAO diz o que foi tentado.
       GRAVA-RECUSA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
               OPEN OUTPUT SESSAO-JOURNAL
           END-IF.
           MOVE WS-SUP-ID      TO JR-OPERADOR.
           MOVE "JOGO-DA-VELHA-TORNEIO" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI    TO JR-HORA-FIM.
           MOVE "R"            TO JR-STATUS.
           MOVE WS-ACAO-RECUSA TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

    ***  -- Situacao de WS-SIT-ID-BUSCA em situacao-jogadores.txt:
    ***  -- vale o ultimo registro do ID; sem registro o jogador esta
    ***  -- ativo. Suspenso volta a jogar no dia seguinte ao SJ-ATE.
       CONSULTA-SITUACAO-JOGADOR.
           MOVE "A" TO WS-SIT-ATUAL.
           MOVE 0 TO WS-SIT-ATE.
           MOVE "N" TO WS-SIT-EOF.
           OPEN INPUT SITUACAO-JOGADORES.
           IF WS-FS-SITUACAO = "00" THEN
               PERFORM UNTIL WS-SIT-EOF = "Y"
                   READ SITUACAO-JOGADORES
                       AT END MOVE "Y" TO WS-SIT-EOF
                       NOT AT END
                           IF SJ-PLAYER-ID = WS-SIT-ID-BUSCA THEN
                               MOVE SJ-SITUACAO TO WS-SIT-ATUAL
                               MOVE SJ-ATE      TO WS-SIT-ATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITUACAO-JOGADORES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIT-HOJE.
           MOVE "S" TO WS-SIT-LIBERADO.
           EVALUATE WS-SIT-ATUAL
               WHEN "S"
                   IF WS-SIT-ATE >= WS-SIT-HOJE THEN
                       MOVE "N" TO WS-SIT-LIBERADO
                       DISPLAY "  Jogador " WS-SIT-ID-BUSCA
                           " suspenso ate " WS-SIT-ATE "."
                   END-IF
               WHEN "B"
                   MOVE "N" TO WS-SIT-LIBERADO
                   DISPLAY "  Jogador " WS-SIT-ID-BUSCA " banido."
               WHEN "E"
                   MOVE "N" TO WS-SIT-LIBERADO
                   DISPLAY "  Jogador " WS-SIT-ID-BUSCA
                       " com cadastro encerrado."
           END-EVALUATE.

       END PROGRAM JOGO-DA-VELHA-TORNEIO.
