      *          ID digitado errado e unifica dois IDs que pertencem a
      *          mesma pessoa. A correcao e a unificacao tambem acertam
      *          as linhas do jogador em game-result.txt, para que o
      *          historico continue batendo com o cadastro, e em
      *          creditos-movimento.txt / creditos-saldo.txt, para que
      *          o saldo de creditos acompanhe o ID. Mantem tambem a
      *          situacao do jogador (ativo, suspenso ate uma data,
      *          banido, encerrado) em situacao-jogadores.txt, com
      *          confirmacao do supervisor; o programa principal e o
      *          JOGO-DA-VELHA-TORNEIO recusam quem nao esta liberado.
      *          A troca de ID da correcao e da unificacao entra no
      *          redo-log.txt, para o JOGO-DA-VELHA-REDO refaze-la por
      *          cima de um conjunto de backup restaurado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

    ***  -- Arquivo de trabalho para regravar game-result.txt com os
    ***  -- PLAYER-IDs trocados (mesmo padrao copia-e-volta usado por
    ***  -- ARCHIVE-JOGADAS no programa principal, sem limite
    ***  -- de tabela em memoria).
       SELECT GAME-RESULT-WORK ASSIGN TO 'game-result-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GR-WORK.

    ***  -- Arquivos de creditos (creditos-movimento.txt com o ID na
    ***  -- posicao 2, creditos-saldo.txt com o ID na posicao 1),
    ***  -- regravados pelo mesmo copia-e-volta. O mesmo par serve
    ***  -- para situacao-jogadores.txt (ID na posicao 1).
       SELECT CREDITOS-ARQ ASSIGN TO DYNAMIC WS-NOME-ARQ-CRED
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED.

       SELECT CREDITOS-WORK ASSIGN TO 'creditos-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-WORK.

    ***  -- Cadastro de operadores (JOGO-DA-VELHA-OPERADOR) e
    ***  -- journal da sessao do console: a unificacao de IDs pede
    ***  -- ID + PIN de um supervisor ativo e a recusa vai para o
    ***  -- journal com JR-STATUS "R".
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

    ***  -- Redo log do dia (ver JOGO-DA-VELHA-REDO): a correcao e a
    ***  -- unificacao de IDs acrescentam a troca feita no
    ***  -- player-master e em game-result.txt, para o roll-forward
    ***  -- nao trazer o ID antigo de volta apos um restore. O
    ***  -- controle do fechamento so e lido para o cabecalho de um
    ***  -- log que ainda nao existe.
       SELECT REDO-LOG ASSIGN TO 'redo-log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REDO.

       SELECT CONTROLE-FECHAMENTO
       ASSIGN TO 'controle-fechamento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-MASTER.
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD PLAYER-MASTER-ANTIGO.
       01 PLAYER-MASTER-ANTIGO-ARQUIVO.
           05 GW-DATA          PIC 9(8).
           05 GW-HORA          PIC 9(6).
           05 GW-TORNEIO       PIC X(1).
           05 GW-DIFICULDADE   PIC X(1).

       FD CREDITOS-ARQ.
       01 CREDITOS-ARQ-LINHA PIC X(80).

       FD CREDITOS-WORK.
       01 CREDITOS-WORK-LINHA PIC X(80).

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

    ***  -- Mesmo layout de REDO-LOG em JOGO-DA-VELHA-V.cbl; o
    ***  -- cadastro grava o tipo "I" (troca de ID).
       FD REDO-LOG.
       01 REDO-LOG-ARQUIVO.
           05 RL-DATA    PIC 9(8).
           05 RL-HORA    PIC 9(6).
           05 RL-ESTACAO PIC 9(1).
           05 RL-GAME-ID PIC 9(5).
           05 RL-TIPO    PIC X(1).
           05 RL-DADOS   PIC X(60).
           05 RL-DADOS-CAB REDEFINES RL-DADOS.
               10 RL-H-CTL-DATA PIC 9(8).
               10 FILLER        PIC X(52).
           05 RL-FIM     PIC X(1).

       FD CONTROLE-FECHAMENTO.
       01 CONTROLE-ARQUIVO.
           05 CTL-DATA       PIC 9(8).
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".

       01 WS-EOF-GR        PIC X(1) VALUE "N".
       01 WS-GR-TROCADOS   PIC 9(5) VALUE 0.
       01 WS-GR-MAIOR-ID   PIC 9(5) VALUE 0.

       01 WS-FS-CRED       PIC X(2) VALUE "00".
       01 WS-FS-CRED-WORK  PIC X(2) VALUE "00".
       01 WS-NOME-ARQ-CRED PIC X(40) VALUE SPACES.
       01 WS-CRED-POS      PIC 9(1).
       01 WS-EOF-CRED      PIC X(1) VALUE "N".
       01 WS-CRED-TROCADOS PIC 9(5) VALUE 0.

       01 WS-FS-PM-ANTIGO     PIC X(2) VALUE "00".
       01 WS-EOF-PM-ANTIGO    PIC X(1) VALUE "N".
       01 WS-IMP-INCLUIDOS    PIC 9(5) VALUE 0.
       01 WS-IMP-JA-EXISTIAM  PIC 9(5) VALUE 0.

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
       01 WS-SIT-NOVA     PIC X(1).
       01 WS-SIT-NOVA-ATE PIC 9(8).
       01 WS-SIT-ATE-DIGITADA PIC X(8).
       01 WS-SIT-VALIDA   PIC X(1).
       01 WS-SIT-MOTIVO   PIC X(40).

    ************* REDO LOG (ver JOGO-DA-VELHA-REDO) -------------------
    ***  -- "I": ID antigo, ID novo, operacao ("C" correcao, "U"
    ***  -- unificacao), maior GAME-ID de game-result.txt na troca (so
    ***  -- as linhas ate ele mudaram de ID) e contadores V/D/E do ID
    ***  -- novo depois da troca. Estacao 0 = escritorio.
       01 WS-FS-REDO      PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE  PIC X(2) VALUE "00".
       01 WS-CTL-DATA     PIC 9(8) VALUE 0.
       01 WS-REDO-ID.
           05 WS-REDO-ID-ANTIGO   PIC X(5).
           05 WS-REDO-ID-NOVO     PIC X(5).
           05 WS-REDO-ID-OPERACAO PIC X(1).
           05 WS-REDO-ID-GAME-ID  PIC 9(5).
           05 WS-REDO-ID-V-DEPOIS PIC 9(5).
           05 WS-REDO-ID-D-DEPOIS PIC 9(5).
           05 WS-REDO-ID-E-DEPOIS PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM MENU-PRINCIPAL UNTIL WS-FIM = "S".
           DISPLAY "  2 - Corrigir ID digitado errado".
           DISPLAY "  3 - Unificar dois IDs da mesma pessoa".
           DISPLAY "  4 - Importar o player-master.txt antigo".
           DISPLAY "  5 - Alterar situacao do jogador (suspender, "
               "banir, encerrar, reativar)".
           DISPLAY "  9 - Sair".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
                   PERFORM UNIFICA-IDS
               WHEN "4"
                   PERFORM IMPORTA-PLAYER-MASTER-ANTIGO
               WHEN "5"
                   PERFORM ALTERA-SITUACAO
               WHEN "9"
                   MOVE "S" TO WS-FIM
               WHEN OTHER
                       END-DELETE
                       CLOSE PLAYER-MASTER
                       PERFORM TROCA-ID-GAME-RESULT
                       MOVE "C" TO WS-REDO-ID-OPERACAO
                       MOVE WS-GUARDA-VITORIAS TO WS-REDO-ID-V-DEPOIS
                       MOVE WS-GUARDA-DERROTAS TO WS-REDO-ID-D-DEPOIS
                       MOVE WS-GUARDA-EMPATES  TO WS-REDO-ID-E-DEPOIS
                       PERFORM GRAVA-REDO-TROCA-ID
                       PERFORM TROCA-ID-SITUACAO
                       PERFORM TROCA-ID-CREDITOS
                       DISPLAY "  ID corrigido de " WS-ID-ANTIGO
                           " para " WS-ID-NOVO " ("
                           WS-GR-TROCADOS " linha(s) de "
                           "game-result.txt acertada(s))."
                       DISPLAY "  " WS-CRED-TROCADOS " linha(s) de "
                           "creditos acertada(s)."
               END-WRITE
           END-IF.

    ***  -- Unificacao de dois IDs da mesma pessoa: soma os contadores
    ***  -- do ID de origem no ID que fica, apaga o de origem e troca
    ***  -- o ID nas linhas de game-result.txt. So com confirmacao de
    ***  -- supervisor.
       UNIFICA-IDS.
           DISPLAY " ".
           DISPLAY "  ID que vai sumir (origem) : ".
           IF WS-ID-ANTIGO = WS-ID-NOVO THEN
               DISPLAY "  Origem e destino iguais - nada a fazer."
           ELSE
               MOVE "UNIFICA IDS" TO WS-ACAO-RECUSA
               PERFORM CONFIRMA-SUPERVISOR
               IF WS-SUP-OK = "S" THEN
                   PERFORM UNIFICA-IDS-EXECUTA
               END-IF
           END-IF.

       UNIFICA-IDS-EXECUTA.
                   REWRITE PLAYER-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "U" TO WS-REDO-ID-OPERACAO
                   MOVE PM-VITORIAS TO WS-REDO-ID-V-DEPOIS
                   MOVE PM-DERROTAS TO WS-REDO-ID-D-DEPOIS
                   MOVE PM-EMPATES  TO WS-REDO-ID-E-DEPOIS
                   MOVE WS-ID-ANTIGO TO PM-ID
                   DELETE PLAYER-MASTER
                       INVALID KEY CONTINUE
                   END-DELETE
                   CLOSE PLAYER-MASTER
                   PERFORM TROCA-ID-GAME-RESULT
                   PERFORM GRAVA-REDO-TROCA-ID
                   PERFORM TROCA-ID-SITUACAO
                   PERFORM TROCA-ID-CREDITOS
                   DISPLAY "  IDs unificados em " WS-ID-NOVO " ("
                       WS-GR-TROCADOS " linha(s) de game-result.txt "
                       "acertada(s))."
                   DISPLAY "  " WS-CRED-TROCADOS " linha(s) de "
                       "creditos acertada(s) - o saldo da origem "
                       "passa ao destino."
               END-IF
           END-IF.

    ***  -- em memoria com limite.
       TROCA-ID-GAME-RESULT.
           MOVE 0 TO WS-GR-TROCADOS.
           MOVE 0 TO WS-GR-MAIOR-ID.
           MOVE "N" TO WS-EOF-GR.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GAME-RESULT NOT = "00" THEN
                   NOT AT END
                       MOVE GAME-RESULT-ARQUIVO
                           TO GAME-RESULT-WORK-ARQUIVO
                       IF GW-GAME-ID > WS-GR-MAIOR-ID THEN
                           MOVE GW-GAME-ID TO WS-GR-MAIOR-ID
                       END-IF
                       IF GW-PLAYER-ID = WS-ID-ANTIGO THEN
                           MOVE WS-ID-NOVO TO GW-PLAYER-ID
                           ADD 1 TO WS-GR-TROCADOS
           CLOSE GAME-RESULT-WORK.
           CLOSE GAME-RESULT.

    ***  -- Entrada "I" do redo log, gravada depois da troca em
    ***  -- game-result.txt (mesmo tratamento de ABRE-REDO-LOG no
    ***  -- programa principal: sem log, ele nasce com o cabecalho do
    ***  -- conjunto de backup do controle-fechamento.txt).
       GRAVA-REDO-TROCA-ID.
           MOVE WS-ID-ANTIGO   TO WS-REDO-ID-ANTIGO.
           MOVE WS-ID-NOVO     TO WS-REDO-ID-NOVO.
           MOVE WS-GR-MAIOR-ID TO WS-REDO-ID-GAME-ID.
           OPEN EXTEND REDO-LOG.
           IF WS-FS-REDO = "35" THEN
               PERFORM LE-CONTROLE-FECHAMENTO
               OPEN OUTPUT REDO-LOG
               MOVE SPACES TO REDO-LOG-ARQUIVO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA
               MOVE 0 TO RL-ESTACAO
               MOVE 0 TO RL-GAME-ID
               MOVE "H" TO RL-TIPO
               MOVE WS-CTL-DATA TO RL-H-CTL-DATA
               MOVE "*" TO RL-FIM
               WRITE REDO-LOG-ARQUIVO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA.
           MOVE 0              TO RL-ESTACAO.
           MOVE WS-GR-MAIOR-ID TO RL-GAME-ID.
           MOVE "I"            TO RL-TIPO.
           MOVE WS-REDO-ID     TO RL-DADOS.
           MOVE "*"            TO RL-FIM.
           WRITE REDO-LOG-ARQUIVO.
           CLOSE REDO-LOG.

       LE-CONTROLE-FECHAMENTO.
           MOVE 0 TO WS-CTL-DATA.
           OPEN INPUT CONTROLE-FECHAMENTO.
           IF WS-FS-CONTROLE = "00" THEN
               READ CONTROLE-FECHAMENTO
                   AT END CONTINUE
               END-READ
               IF WS-FS-CONTROLE = "00" THEN
                   MOVE CTL-DATA TO WS-CTL-DATA
               END-IF
               CLOSE CONTROLE-FECHAMENTO
           END-IF.

    ***  -- A situacao acompanha o ID (na unificacao, uma suspensao
    ***  -- ou banimento da origem passa a valer para o destino).
    ***  -- Roda antes de TROCA-ID-CREDITOS, que zera a contagem.
       TROCA-ID-SITUACAO.
           MOVE "situacao-jogadores.txt" TO WS-NOME-ARQ-CRED.
           MOVE 1 TO WS-CRED-POS.
           PERFORM TROCA-ID-ARQUIVO-CREDITO.

    ***  -- Troca o ID nos dois arquivos de creditos. Linhas repetidas
    ***  -- do mesmo ID depois da unificacao nao atrapalham: o saldo e
    ***  -- sempre a soma das linhas do ID.
       TROCA-ID-CREDITOS.
           MOVE 0 TO WS-CRED-TROCADOS.
           MOVE "creditos-movimento.txt" TO WS-NOME-ARQ-CRED.
           MOVE 2 TO WS-CRED-POS.
           PERFORM TROCA-ID-ARQUIVO-CREDITO.
           MOVE "creditos-saldo.txt" TO WS-NOME-ARQ-CRED.
           MOVE 1 TO WS-CRED-POS.
           PERFORM TROCA-ID-ARQUIVO-CREDITO.

       TROCA-ID-ARQUIVO-CREDITO.
           MOVE "N" TO WS-EOF-CRED.
           OPEN INPUT CREDITOS-ARQ.
           IF WS-FS-CRED = "00" THEN
               OPEN OUTPUT CREDITOS-WORK
               PERFORM UNTIL WS-EOF-CRED = "Y"
                   READ CREDITOS-ARQ
                       AT END MOVE "Y" TO WS-EOF-CRED
                       NOT AT END
                           MOVE CREDITOS-ARQ-LINHA
                               TO CREDITOS-WORK-LINHA
                           IF CREDITOS-WORK-LINHA(WS-CRED-POS:5)
                               = WS-ID-ANTIGO THEN
                               MOVE WS-ID-NOVO
                                   TO CREDITOS-WORK-LINHA(WS-CRED-POS:5)
                               ADD 1 TO WS-CRED-TROCADOS
                           END-IF
                           WRITE CREDITOS-WORK-LINHA
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-ARQ
               CLOSE CREDITOS-WORK
               MOVE "N" TO WS-EOF-CRED
               OPEN INPUT CREDITOS-WORK
               OPEN OUTPUT CREDITOS-ARQ
               PERFORM UNTIL WS-EOF-CRED = "Y"
                   READ CREDITOS-WORK
                       AT END MOVE "Y" TO WS-EOF-CRED
                       NOT AT END
                           MOVE CREDITOS-WORK-LINHA
                               TO CREDITOS-ARQ-LINHA
                           WRITE CREDITOS-ARQ-LINHA
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-WORK
               CLOSE CREDITOS-ARQ
           END-IF.

    ***  -- Situacao do jogador: o ID precisa estar no player-master;
    ***  -- grava um registro novo em situacao-jogadores.txt (o ultimo
    ***  -- do ID e o que vale) com o supervisor que confirmou.
       ALTERA-SITUACAO.
           DISPLAY " ".
           DISPLAY "  ID do jogador : ".
           ACCEPT WS-CAD-ID.
           PERFORM ABRE-PLAYER-MASTER.
           MOVE WS-CAD-ID TO PM-ID.
           MOVE "S" TO WS-PM-ACHOU.
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           CLOSE PLAYER-MASTER.
           IF WS-PM-ACHOU = "N" THEN
               DISPLAY "  ID " WS-CAD-ID " nao encontrado."
           ELSE
               MOVE WS-CAD-ID TO WS-SIT-ID-BUSCA
               PERFORM CONSULTA-SITUACAO-JOGADOR
               DISPLAY "  " PM-NOME " - situacao atual : "
                   WS-SIT-ATUAL
               DISPLAY "  Nova situacao (A ativo, S suspenso, "
                   "B banido, E encerrado) : "
               ACCEPT WS-SIT-NOVA
               MOVE 0 TO WS-SIT-NOVA-ATE
               MOVE "S" TO WS-SIT-VALIDA
               EVALUATE WS-SIT-NOVA
                   WHEN "A"
                   WHEN "B"
                   WHEN "E"
                       CONTINUE
                   WHEN "S"
                       DISPLAY "  Suspenso ate (AAAAMMDD, inclusive) : "
                       ACCEPT WS-SIT-ATE-DIGITADA
                       IF WS-SIT-ATE-DIGITADA IS NUMERIC THEN
                           MOVE WS-SIT-ATE-DIGITADA TO WS-SIT-NOVA-ATE
                       END-IF
                       IF WS-SIT-NOVA-ATE < WS-SIT-HOJE THEN
                           DISPLAY "  Data invalida ou ja passada."
                           MOVE "N" TO WS-SIT-VALIDA
                       END-IF
                   WHEN OTHER
                       DISPLAY "  Situacao invalida."
                       MOVE "N" TO WS-SIT-VALIDA
               END-EVALUATE
               IF WS-SIT-VALIDA = "S" THEN
                   DISPLAY "  Motivo (ate 40 caracteres) : "
                   ACCEPT WS-SIT-MOTIVO
                   MOVE "SITUACAO JOGADOR" TO WS-ACAO-RECUSA
                   PERFORM CONFIRMA-SUPERVISOR
                   IF WS-SUP-OK = "S" THEN
                       PERFORM GRAVA-SITUACAO
                   END-IF
               END-IF
           END-IF.

       GRAVA-SITUACAO.
           OPEN EXTEND SITUACAO-JOGADORES.
           IF WS-FS-SITUACAO = "35" THEN
               OPEN OUTPUT SITUACAO-JOGADORES
           END-IF.
           MOVE WS-CAD-ID       TO SJ-PLAYER-ID.
           MOVE WS-SIT-NOVA     TO SJ-SITUACAO.
           MOVE WS-SIT-NOVA-ATE TO SJ-ATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SJ-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SJ-HORA.
           MOVE WS-SUP-ID       TO SJ-OPERADOR.
           MOVE WS-SIT-MOTIVO   TO SJ-MOTIVO.
           WRITE SITUACAO-JOGADORES-ARQUIVO.
           CLOSE SITUACAO-JOGADORES.
           DISPLAY "  Situacao de " WS-CAD-ID " alterada para "
               WS-SIT-NOVA ".".

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
           MOVE "JOGO-DA-VELHA-CADASTRO" TO JR-PROGRAMA.
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

       END PROGRAM JOGO-DA-VELHA-CADASTRO.
