       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    ***  -- Journal de jogadas: um registro por jogada (GAME-ID,
    ***  -- numero da jogada, PLAYER-ID, simbolo, linha, coluna,
    ***  -- tamanho do tabuleiro, data/hora e estacao), gravado pelo
    ***  -- 3x3, pelo NxN e pelo Jogador x Jogador (ver
    ***  -- GRAVA-JOGADA-JOURNAL). Substitui as fotos cumulativas de
    ***  -- bloqueio.txt/ataque.txt, convertidas uma unica vez por
    ***  -- JOGO-DA-VELHA-CONVERTE-JOGADAS.
       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT PLACAR ASSIGN TO 'placar.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PLACAR.

       SELECT JOGADAS-ARCHIVE
       ASSIGN TO DYNAMIC WS-NOME-ARQ-JOGADAS-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS-ARCHIVE.

    ***  -- Catalogo dos archives gerados por ARCHIVE-JOGADAS
    ***  -- (nome do arquivo, data, menor/maior GAME-ID e quantidade de
    ***  -- registros), para o REPLAY achar a partida arquivada sem o
    ***  -- operador precisar adivinhar a data.
       RECORD KEY IS PMB-ID
       FILE STATUS IS WS-FS-PM-BACKUP.

    ***  -- Arquivo de trabalho do desfaz (takeback): jogadas.txt e
    ***  -- regravado sem as jogadas desfeitas, copiando para ca e de
    ***  -- volta (mesmo padrao copia-e-volta de
    ***  -- JOGO-DA-VELHA-CADASTRO com game-result.txt).
       SELECT JOGADAS-WORK ASSIGN TO 'jogadas-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS-WORK.

    ***  -- Tabela de confrontos do torneio corrente, gerada por
    ***  -- JOGO-DA-VELHA-TORNEIO; no modo Jogador x Jogador o jogo
       FILE STATUS IS WS-FS-CONQUISTAS.

    ***  -- Perfis por jogador condensados pelo batch noturno
    ***  -- JOGO-DA-VELHA-PERFIL a partir de jogadas.txt e archives;
    ***  -- no arranque da partida so o registro do jogador da vez e
    ***  -- carregado (CARREGA-PERFIL-JOGADOR), em vez de reler e
    ***  -- recontar o historico inteiro a cada jogo.
       SELECT PERFIL-JOGADORES ASSIGN TO 'perfil-jogadores.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PERFIL.

    ***  -- Creditos pre-pagos de mesa por PM-ID: a recepcao vende
    ***  -- pacotes (JOGO-DA-VELHA-CREDITOS) e cada partida gravada em
    ***  -- game-result.txt debita um credito de cada jogador (ver
    ***  -- GRAVA-DEBITO-CREDITO). O saldo e o transportado no ultimo
    ***  -- fechamento de caixa (creditos-saldo.txt, gravado por
    ***  -- JOGO-DA-VELHA-CAIXA) mais as vendas e menos os debitos
    ***  -- lancados desde entao em creditos-movimento.txt.
       SELECT CREDITOS-MOVIMENTO ASSIGN TO 'creditos-movimento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-MOV.

       SELECT CREDITOS-SALDO ASSIGN TO 'creditos-saldo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-SALDO.

    ***  -- Cadastro de operadores (JOGO-DA-VELHA-OPERADOR) e
    ***  -- journal da sessao do console: o restore do conjunto de
    ***  -- backup pede ID + PIN de um supervisor ativo e a recusa
    ***  -- vai para o journal com JR-STATUS "R".
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

    ***  -- Redo log do dia, reiniciado pelo JOGO-DA-VELHA-FECHAMENTO:
    ***  -- cada partida gravada acrescenta aqui, com data, hora e
    ***  -- estacao, as mesmas alteracoes que acabou de fazer nos
    ***  -- depositos (linhas de game-result, contadores do
    ***  -- player-master, jogadas, placar e marca do torneio). Apos
    ***  -- um restore, o JOGO-DA-VELHA-REDO reaplica o log por cima
    ***  -- do conjunto de backup (ver REAPLICA-REDO-LOG).
       SELECT REDO-LOG ASSIGN TO 'redo-log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REDO.

       DATA DIVISION.
       FILE SECTION.
    ***  -- JG-LINHA/JG-COLUNA vao de 0 a JG-TAMANHO - 1 (mesma
    ***  -- numeracao do prompt de coordenadas); JG-NUM-JOGADA conta
    ***  -- as jogadas da partida a partir de 1, dos dois lados.
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

       FD PLACAR.
       01 PLACAR-ARQUIVO.
           05 PLACAR-REG-COBOL   PIC 9(2).
           05 PLACAR-REG-GAME-ID PIC 9(5).

       FD JOGADAS-ARCHIVE.
       01 JOGADAS-ARCHIVE-ARQUIVO PIC X(31).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.

    ***  -- GR-TORNEIO = "T" quando o resultado saiu de uma partida de
    ***  -- torneio (ver OFERECE-PARTIDA-TORNEIO); espaco nas demais.
    ***  -- GR-DIFICULDADE: nivel do COBOL (F/N/D) na partida contra o
    ***  -- COBOL; espaco no Jogador x Jogador.
       FD GAME-RESULT.
       01 GAME-RESULT-ARQUIVO.
           05 GR-GAME-ID       PIC 9(5).
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD GAME-RESULT-EXTRACT.
       01 GAME-RESULT-EXTRACT-LINHA PIC X(60).
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       FD VERIF-ENTRADA.
       01 VERIF-ENTRADA-REG PIC X(60).
           05 PMB-NOME          PIC X(30).
           05 PMB-DATA-CADASTRO PIC 9(8).

       FD JOGADAS-WORK.
       01 JOGADAS-WORK-ARQUIVO PIC X(31).

       FD TORNEIO.
       01 TORNEIO-ARQUIVO.
           05 CQ-CODIGO    PIC X(4).
           05 CQ-DATA      PIC 9(8).

    ***  -- CM-TIPO "V" = venda de pacote (quantidade, valor pago,
    ***  -- forma de pagamento D/C/P e operador); "D" = debito de uma
    ***  -- partida (GAME-ID e estacao).
       FD CREDITOS-MOVIMENTO.
       01 CREDITOS-MOVIMENTO-ARQUIVO.
           05 CM-TIPO      PIC X(1).
           05 CM-PLAYER-ID PIC X(5).
           05 CM-QTD       PIC 9(5).
           05 CM-VALOR     PIC 9(5)V99.
           05 CM-FORMA     PIC X(1).
           05 CM-OPERADOR  PIC X(5).
           05 CM-GAME-ID   PIC 9(5).
           05 CM-DATA      PIC 9(8).
           05 CM-HORA      PIC 9(6).
           05 CM-ESTACAO   PIC 9(1).

       FD CREDITOS-SALDO.
       01 CREDITOS-SALDO-ARQUIVO.
           05 CS-PLAYER-ID PIC X(5).
           05 CS-SALDO     PIC S9(5) SIGN LEADING SEPARATE.
           05 CS-DATA      PIC 9(8).


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

    ***  -- RL-TIPO "H" cabecalho (data do conjunto de backup que o
    ***  -- log complementa), "G" linha de game-result.txt, "M"
    ***  -- contadores do player-master antes/depois, "J" registro de
    ***  -- jogadas.txt, "T" marca da partida de torneio, "P" placar
    ***  -- gravado. RL-FIM = "*" fecha o registro: linha cortada por
    ***  -- uma queda no meio da gravacao fica sem ele.
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

       WORKING-STORAGE SECTION.
       01 WS-FS-PLACAR PIC X(2) VALUE "00".
       01 WS-SIGNIN-OPCAO    PIC 9(1).
       01 WS-SIGNIN-NOME     PIC X(30).

    ************* CREDITOS PRE-PAGOS (ver JOGO-DA-VELHA-CAIXA) -------
       01 WS-FS-CRED-MOV      PIC X(2) VALUE "00".
       01 WS-FS-CRED-SALDO    PIC X(2) VALUE "00".
       01 WS-CRED-EOF         PIC X(1) VALUE "N".
       01 WS-CRED-ID-BUSCA    PIC X(5) VALUE SPACES.
       01 WS-CRED-SALDO       PIC S9(5) VALUE 0.
       01 WS-CRED-NECESSARIO  PIC 9(1) VALUE 1.
       01 WS-CRED-OK          PIC X(1) VALUE "S".
       01 WS-CRED-OPCAO       PIC 9(1).
       01 WS-CRED-EXIBE       PIC -(4)9.

    ************* RATING (ver JOGO-DA-VELHA-RATING) ------------------
       01 WS-FS-RATINGS       PIC X(2) VALUE "00".
       01 WS-RATING-EOF       PIC X(1) VALUE "N".
       01 WS-FS-GR-EXTRACT  PIC X(2) VALUE "00".
       01 WS-GR-EXTRACT-LINHA PIC X(60) VALUE SPACES.

    ************* JOURNAL DE JOGADAS --------------------------------
       01 WS-FS-JOGADAS        PIC X(2) VALUE "00".
       01 WS-JG-NUM-JOGADA     PIC 9(2) VALUE 0.
       01 WS-JG-PLAYER-ID      PIC X(5).
       01 WS-JG-SIMBOLO        PIC X(1).
       01 WS-JG-LINHA          PIC 9(1).
       01 WS-JG-COLUNA         PIC 9(1).
       01 WS-JG-IDX-CALC       PIC 9(2).

    ************* ARCHIVING / CAPACIDADE --------------------------
       01 WS-JOGADAS-ARCHIVE-LIMIAR PIC 9(5) VALUE 19000.
       01 WS-JOGADAS-REG-QTD        PIC 9(7) VALUE 0.

       01 WS-DATA-HOJE.
           05 WS-HOJE-ANO PIC 9(4).
           05 WS-HOJE-DIA PIC 9(2).
       01 WS-ARCHIVE-TIMESTAMP      PIC 9(8).

       01 WS-NOME-ARQ-JOGADAS-ARCHIVE  PIC X(40) VALUE SPACES.
       01 WS-ARCHIVE-IDX               PIC 9(5) VALUE 0.
       01 WS-JOGADAS-ARCHIVE-EOF       PIC X(1) VALUE "N".
       01 WS-FS-JOGADAS-ARCHIVE        PIC X(2) VALUE "00".

       01 WS-FS-CATALOGO  PIC X(2) VALUE "00".
       01 WS-CAT-MIN-J    PIC 9(5) VALUE 0.
       01 WS-CAT-MAX-J    PIC 9(5) VALUE 0.
       01 WS-CAT-QTD-J    PIC 9(7) VALUE 0.
    *********** JOGO -----------------------------------------------
       01 JOGO-DA-VELHA-TABELA.
           05 CELULA00 PIC X(1).
       01 SINAL-DIAGONAL-1 PIC S9(2).
       01 SINAL-DIAGONAL-2 PIC S9(2).

    ************* GAME-ID -------------------------------------------
       01 WS-GAME-ID-ATUAL PIC 9(5) VALUE 0.

       01 SINAL-DIAGONAL-1-A PIC S9(2).
       01 SINAL-DIAGONAL-2-A PIC S9(2).

    ************* TABULEIRO CONFIGURAVEL (NXN) ----------------------
       01 WS-TAMANHO-TABULEIRO      PIC 9(1) VALUE 3.
       01 WS-TAMANHO-VITORIA        PIC 9(1) VALUE 3.
       01 WS-CTL-PLACAR PIC 9(7) VALUE 0.
       01 WS-CTL-PM     PIC 9(7) VALUE 0.
       01 WS-CTL-GR     PIC 9(7) VALUE 0.
       01 WS-CTL-JOG    PIC 9(7) VALUE 0.
       01 WS-VERIF-QTD      PIC 9(7) VALUE 0.
       01 WS-VERIF-EOF      PIC X(1) VALUE "N".
       01 WS-PM-QTD-ATUAL   PIC 9(7) VALUE 0.
    ************* DESFAZ (TAKEBACK) ----------------------------------
    ***  -- Coordenada 99 no prompt de JOGADA-USUARIO desfaz a ultima
    ***  -- rodada completa: a ultima jogada do usuario e a ultima do
    ***  -- adversario (COBOL ou Jogador 2), inclusive os registros
    ***  -- ja gravados em jogadas.txt, para a numeracao de jogadas
    ***  -- vista por JOGO-DA-VELHA-RECONCILIA continuar sem buracos.
    ***  -- Um nivel de desfaz por rodada.
       01 WS-FS-JOGADAS-WORK  PIC X(2) VALUE "00".
       01 WS-ULT-COORD-USU    PIC 9(2) VALUE 0.
       01 WS-ULT-COORD-OPO    PIC 9(2) VALUE 0.
       01 WS-TEM-ULT-USU      PIC X(1) VALUE "N".
       01 WS-DESFAZ-QTD       PIC 9(7).
       01 WS-DESFAZ-COPIADOS  PIC 9(7).
       01 WS-EOF-DESFAZ       PIC X(1).

    ***  -- Retrato dos MARCADO-* antes da jogada do COBOL, para o
    ***  -- desfaz nao deixar uma linha marcada como ja tratada sem a
       01 WS-CHECKPOINT-RESUME   PIC X(1) VALUE "N".
       01 WS-CONTINUA-CHECKPOINT PIC 9(1).

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

    ************* REDO LOG (ver JOGO-DA-VELHA-REDO) -------------------
       01 WS-FS-REDO      PIC X(2) VALUE "00".
       01 WS-REDO-TIPO    PIC X(1).
       01 WS-REDO-DADOS   PIC X(60).
       01 WS-REDO-JG-EOF  PIC X(1) VALUE "N".
       01 WS-REDO-PM.
           05 WS-REDO-PM-ID       PIC X(5).
           05 WS-REDO-PM-NOVO     PIC X(1).
           05 WS-REDO-PM-ANTES.
               10 WS-REDO-PM-V-ANTES PIC 9(5).
               10 WS-REDO-PM-D-ANTES PIC 9(5).
               10 WS-REDO-PM-E-ANTES PIC 9(5).
           05 WS-REDO-PM-DEPOIS.
               10 WS-REDO-PM-V-DEPOIS PIC 9(5).
               10 WS-REDO-PM-D-DEPOIS PIC 9(5).
               10 WS-REDO-PM-E-DEPOIS PIC 9(5).
           05 WS-REDO-PM-CADASTRO PIC 9(8).
       01 WS-REDO-TR.
           05 WS-REDO-TR-NUM       PIC 9(3).
           05 WS-REDO-TR-RESULTADO PIC X(1).
           05 WS-REDO-TR-GAME-ID   PIC 9(5).
       01 WS-REDO-TR-ACHOU PIC X(1) VALUE "N".
       01 WS-COMANDO       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM MOSTRA-JOGO

     **       ---- LER ARQUIVOS DE ANALISE ----------------------
               PERFORM CONTA-REGISTROS-JOGADAS
               PERFORM VERIFICA-NECESSIDADE-ARCHIVE
               IF WS-CHECKPOINT-RESUME = "S" THEN
                   PERFORM RECONSTROI-BUFFERS-BLOQUEIO-ATAQUE
               END-IF
               PERFORM PERGUNTA-COACHING
           ELSE
               PERFORM CONTA-REGISTROS-JOGADAS
               PERFORM VERIFICA-NECESSIDADE-ARCHIVE
               PERFORM MOSTRA-JOGO-NXN
               PERFORM ESCOLHER-JOGADOR WITH TEST AFTER
               UNTIL JOGADOR-ESCOLHIDO = "V"
                PERFORM OFERECE-PARTIDA-TORNEIO
            END-IF.

            IF WS-TORNEIO-ATIVO NOT = "S" THEN
                PERFORM CONFERE-SITUACAO-RETIDO
                PERFORM CONFERE-CREDITO-RETIDO
            END-IF.

            IF WS-PLAYER-ID-ATUAL = SPACES THEN
                MOVE "N" TO WS-SIGNIN-OK
                PERFORM UNTIL WS-SIGNIN-OK = "S"
    ***  -- cadastrar na hora com o nome completo (os mesmos dados de
    ***  -- CADASTRA-JOGADOR em JOGO-DA-VELHA-CADASTRO), em vez de
    ***  -- ATUALIZA-PLAYER-MASTER-REGISTRO criar em silencio um
    ***  -- registro sem nome para cada typo. Jogador suspenso,
    ***  -- banido ou encerrado (CONSULTA-SITUACAO-JOGADOR) nao entra.
       VALIDA-SIGNIN-JOGADOR.
           MOVE "N" TO WS-SIGNIN-OK.
           MOVE "N" TO WS-SIGNIN-ACHOU.
                   CLOSE PLAYER-MASTER
               END-IF
               IF WS-SIGNIN-ACHOU = "S" THEN
                   MOVE WS-SIGNIN-ID-BUSCA TO WS-SIT-ID-BUSCA
                   PERFORM CONSULTA-SITUACAO-JOGADOR
                   IF WS-SIT-LIBERADO = "S" THEN
                       PERFORM CONFIRMA-SIGNIN-JOGADOR
                   ELSE
                       DISPLAY "  Procure a recepcao."
                   END-IF
               ELSE
                   PERFORM OFERECE-CADASTRO-SIGNIN
               END-IF
               IF WS-SIGNIN-OK = "S" THEN
                   PERFORM CONFERE-CREDITO-SIGNIN
               END-IF
           END-IF.

       CONFIRMA-SIGNIN-JOGADOR.
           DISPLAY "  Jogador " WS-SIGNIN-ID-BUSCA " cadastrado.".
           MOVE "S" TO WS-SIGNIN-OK.

    ***  -- Sem credito o sign-in e recusado: o jogador digita outro
    ***  -- ID ou encerra e vai comprar creditos na recepcao. No
    ***  -- Jogador x Jogador com o mesmo ID dos dois lados a partida
    ***  -- debita os dois lados, entao precisa de dois creditos.
       CONFERE-CREDITO-SIGNIN.
           MOVE WS-SIGNIN-ID-BUSCA TO WS-CRED-ID-BUSCA.
           MOVE 1 TO WS-CRED-NECESSARIO.
           IF WS-MODO-JOGO = "2"
               AND WS-PLAYER-ID-ATUAL = WS-SIGNIN-ID-BUSCA
               AND WS-PLAYER2-ID-ATUAL = WS-SIGNIN-ID-BUSCA THEN
               MOVE 2 TO WS-CRED-NECESSARIO
           END-IF.
           PERFORM CONFERE-SALDO-CREDITO.
           IF WS-CRED-OK = "S" THEN
               DISPLAY "  Creditos de " WS-SIGNIN-ID-BUSCA " : "
                   WS-CRED-EXIBE
           ELSE
               MOVE "N" TO WS-SIGNIN-OK
               DISPLAY " "
               DISPLAY "  Jogador " WS-SIGNIN-ID-BUSCA
                   " sem credito para jogar (saldo " WS-CRED-EXIBE
                   ")."
               DISPLAY "  Compre creditos na recepcao."
               DISPLAY "  1 - Digitar outro ID"
               DISPLAY "  2 - Encerrar"
               ACCEPT WS-CRED-OPCAO
               IF WS-CRED-OPCAO = 2 THEN
                   DISPLAY " ############# FIM ############## "
                   STOP RUN
               END-IF
           END-IF.

    ***  -- Os IDs guardados de uma partida para a seguinte
    ***  -- (PERGUNTA-REINICIA-JOGO) passam de novo pela situacao do
    ***  -- jogador: suspensao, banimento ou encerramento gravados
    ***  -- pela recepcao no meio da sessao valem ja na proxima
    ***  -- partida, e o ID volta ao sign-in.
       CONFERE-SITUACAO-RETIDO.
           IF WS-PLAYER-ID-ATUAL NOT = SPACES THEN
               MOVE WS-PLAYER-ID-ATUAL TO WS-SIT-ID-BUSCA
               PERFORM CONSULTA-SITUACAO-JOGADOR
               IF WS-SIT-LIBERADO = "N" THEN
                   DISPLAY "  Procure a recepcao."
                   MOVE SPACES TO WS-PLAYER-ID-ATUAL
               END-IF
           END-IF.
           IF WS-MODO-JOGO = "2" AND WS-PLAYER2-ID-ATUAL NOT = SPACES
               THEN
               MOVE WS-PLAYER2-ID-ATUAL TO WS-SIT-ID-BUSCA
               PERFORM CONSULTA-SITUACAO-JOGADOR
               IF WS-SIT-LIBERADO = "N" THEN
                   DISPLAY "  Procure a recepcao."
                   MOVE SPACES TO WS-PLAYER2-ID-ATUAL
               END-IF
           END-IF.

    ***  -- Os IDs ficam guardados de uma partida para a seguinte
    ***  -- (PERGUNTA-REINICIA-JOGO); o saldo e conferido de novo a
    ***  -- cada partida e o ID sem credito volta ao sign-in.
       CONFERE-CREDITO-RETIDO.
           IF WS-PLAYER-ID-ATUAL NOT = SPACES THEN
               MOVE WS-PLAYER-ID-ATUAL TO WS-CRED-ID-BUSCA
               MOVE 1 TO WS-CRED-NECESSARIO
               IF WS-MODO-JOGO = "2"
                   AND WS-PLAYER2-ID-ATUAL = WS-PLAYER-ID-ATUAL THEN
                   MOVE 2 TO WS-CRED-NECESSARIO
               END-IF
               PERFORM CONFERE-SALDO-CREDITO
               IF WS-CRED-OK = "N" THEN
                   DISPLAY " "
                   DISPLAY "  Jogador " WS-PLAYER-ID-ATUAL
                       " sem credito para a proxima partida (saldo "
                       WS-CRED-EXIBE ")."
                   MOVE SPACES TO WS-PLAYER-ID-ATUAL
               END-IF
           END-IF.
           IF WS-MODO-JOGO = "2" AND WS-PLAYER2-ID-ATUAL NOT = SPACES
               AND WS-PLAYER2-ID-ATUAL NOT = WS-PLAYER-ID-ATUAL THEN
               MOVE WS-PLAYER2-ID-ATUAL TO WS-CRED-ID-BUSCA
               MOVE 1 TO WS-CRED-NECESSARIO
               PERFORM CONFERE-SALDO-CREDITO
               IF WS-CRED-OK = "N" THEN
                   DISPLAY " "
                   DISPLAY "  Jogador " WS-PLAYER2-ID-ATUAL
                       " sem credito para a proxima partida (saldo "
                       WS-CRED-EXIBE ")."
                   MOVE SPACES TO WS-PLAYER2-ID-ATUAL
               END-IF
           END-IF.

    ***  -- Partida de torneio: os dois IDs vem da tabela, sem passar
    ***  -- pelo sign-in, entao o saldo dos dois e conferido aqui;
    ***  -- faltando credito a partida do torneio nao comeca.
       CONFERE-CREDITO-TORNEIO.
           MOVE 1 TO WS-CRED-NECESSARIO.
           MOVE WS-TORNEIO-JOG1 TO WS-CRED-ID-BUSCA.
           PERFORM CONFERE-SALDO-CREDITO.
           IF WS-CRED-OK = "S" THEN
               MOVE WS-TORNEIO-JOG2 TO WS-CRED-ID-BUSCA
               PERFORM CONFERE-SALDO-CREDITO
           END-IF.
           IF WS-CRED-OK = "N" THEN
               DISPLAY " "
               DISPLAY "  Jogador " WS-CRED-ID-BUSCA
                   " sem credito (saldo " WS-CRED-EXIBE
                   ") - a partida do torneio nao pode comecar."
               DISPLAY "  Compre creditos na recepcao."
               MOVE 2 TO WS-TORNEIO-USAR
           END-IF.

       CONFERE-SALDO-CREDITO.
           PERFORM CALCULA-SALDO-CREDITO.
           MOVE WS-CRED-SALDO TO WS-CRED-EXIBE.
           IF WS-CRED-SALDO < WS-CRED-NECESSARIO THEN
               MOVE "N" TO WS-CRED-OK
           ELSE
               MOVE "S" TO WS-CRED-OK
           END-IF.

    ***  -- Saldo de WS-CRED-ID-BUSCA: linhas do ID em
    ***  -- creditos-saldo.txt (saldo transportado) mais vendas menos
    ***  -- debitos de creditos-movimento.txt. Arquivos ausentes contam
    ***  -- como zero.
       CALCULA-SALDO-CREDITO.
           MOVE 0 TO WS-CRED-SALDO.
           MOVE "N" TO WS-CRED-EOF.
           OPEN INPUT CREDITOS-SALDO.
           IF WS-FS-CRED-SALDO = "00" THEN
               PERFORM UNTIL WS-CRED-EOF = "Y"
                   READ CREDITOS-SALDO
                       AT END MOVE "Y" TO WS-CRED-EOF
                       NOT AT END
                           IF CS-PLAYER-ID = WS-CRED-ID-BUSCA THEN
                               ADD CS-SALDO TO WS-CRED-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-SALDO
           END-IF.
           MOVE "N" TO WS-CRED-EOF.
           OPEN INPUT CREDITOS-MOVIMENTO.
           IF WS-FS-CRED-MOV = "00" THEN
               PERFORM UNTIL WS-CRED-EOF = "Y"
                   READ CREDITOS-MOVIMENTO
                       AT END MOVE "Y" TO WS-CRED-EOF
                       NOT AT END
                           IF CM-PLAYER-ID = WS-CRED-ID-BUSCA THEN
                               EVALUATE CM-TIPO
                                   WHEN "V"
                                       ADD CM-QTD TO WS-CRED-SALDO
                                   WHEN "D"
                                       SUBTRACT CM-QTD
                                           FROM WS-CRED-SALDO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-MOVIMENTO
           END-IF.

    ***  -- Exibe o rating Elo atual do ID recem-informado (ver
    ***  -- JOGO-DA-VELHA-RATING). Arquivo ausente ou jogador ainda
    ***  -- sem rating apenas nao exibe nada, como o placar faz com
               DISPLAY "  1 - SIM"
               DISPLAY "  2 - NAO"
               ACCEPT WS-TORNEIO-USAR
               IF WS-TORNEIO-USAR = 1 THEN
                   PERFORM CONFERE-CREDITO-TORNEIO
               END-IF
               IF WS-TORNEIO-USAR = 1 THEN
                   MOVE WS-TORNEIO-JOG1 TO WS-PLAYER-ID-ATUAL
                   MOVE WS-TORNEIO-JOG2 TO WS-PLAYER2-ID-ATUAL

       MARCA-PARTIDA-TORNEIO.
           MOVE 0 TO WS-TORNEIO-QTD.
           MOVE "N" TO WS-REDO-TR-ACHOU.
           MOVE "N" TO WS-TORNEIO-EOF.
           OPEN INPUT TORNEIO.
           IF WS-FS-TORNEIO = "00" THEN
                                       MOVE "E" TO TR-RESULTADO
                               END-EVALUATE
                               MOVE WS-GAME-ID-ATUAL TO TR-GAME-ID
                               MOVE "S" TO WS-REDO-TR-ACHOU
                               MOVE TR-NUM TO WS-REDO-TR-NUM
                               MOVE TR-RESULTADO
                                   TO WS-REDO-TR-RESULTADO
                               MOVE TR-GAME-ID TO WS-REDO-TR-GAME-ID
                           END-IF
                           IF WS-TORNEIO-QTD < 120 THEN
                               ADD 1 TO WS-TORNEIO-QTD
                   WRITE TORNEIO-ARQUIVO
               END-PERFORM
               CLOSE TORNEIO
               IF WS-REDO-TR-ACHOU = "S" THEN
                   MOVE "T" TO WS-REDO-TIPO
                   MOVE WS-REDO-TR TO WS-REDO-DADOS
                   PERFORM GRAVA-REDO-LOG
               END-IF
               DISPLAY " "
               DISPLAY "  Partida " WS-TORNEIO-NUM-ATUAL
                   " do torneio marcada como completa."
    ***  -- que o esperado indica gravacao pela metade apos uma queda;
    ***  -- em vez de seguir zerando em silencio, avisa o operador e
    ***  -- oferece restaurar o ultimo conjunto de backup.
    ***  -- jogadas.txt encolhe legitimamente quando ARCHIVE-JOGADAS
    ***  -- roda depois do fechamento; nesse caso (catalogo com
    ***  -- archive de data >= a do controle) ele fica fora da
    ***  -- conferencia.
       VERIFICA-INTEGRIDADE-ARQUIVOS.
           MOVE "N" TO WS-CTL-LIDO.
           OPEN INPUT CONTROLE-FECHAMENTO.
                   MOVE CTL-QTD-PLACAR TO WS-CTL-PLACAR
                   MOVE CTL-QTD-PM     TO WS-CTL-PM
                   MOVE CTL-QTD-GR     TO WS-CTL-GR
                   MOVE CTL-QTD-JOG    TO WS-CTL-JOG
               END-IF
               CLOSE CONTROLE-FECHAMENTO
           END-IF.
                   PERFORM AVISA-ARQUIVO-ENCOLHIDO
               END-IF
               IF WS-ARCHIVE-DEPOIS = "N" THEN
                   MOVE "jogadas.txt" TO WS-NOME-ARQ-VERIF
                   PERFORM CONTA-REGISTROS-VERIF
                   IF WS-VERIF-QTD < WS-CTL-JOG THEN
                       PERFORM AVISA-ARQUIVO-ENCOLHIDO
                   END-IF
               END-IF
               "interrompida.".

    ***  -- Catalogo tem archive de data >= a do controle? Entao o
    ***  -- encolhimento de jogadas.txt foi o proprio
    ***  -- archive, nao corrupcao.
       VERIFICA-ARCHIVE-DEPOIS-FECHAMENTO.
           MOVE "N" TO WS-ARCHIVE-DEPOIS.
           DISPLAY "  2 - NAO (segue com os arquivos como estao)".
           ACCEPT WS-INTEG-RESTAURA.
           IF WS-INTEG-RESTAURA = 1 THEN
               MOVE "RESTORE BACKUP" TO WS-ACAO-RECUSA
               PERFORM CONFIRMA-SUPERVISOR
               IF WS-SUP-OK = "S" THEN
                   PERFORM RESTAURA-BACKUP-SET
                   PERFORM REAPLICA-REDO-LOG
               ELSE
                   DISPLAY "  Segue com os arquivos como estao."
               END-IF
           END-IF.

       RESTAURA-BACKUP-SET.

    ***  -- Se um archive rodou depois do fechamento (mesmo criterio
    ***  -- da isencao na conferencia de encolhimento), os registros
    ***  -- do backup de jogadas.txt ja vivem no archive datado;
    ***  -- restaura-los poria as mesmas partidas nos dois lugares e
    ***  -- o PERFIL/EXTRATO as contaria em dobro.
           IF WS-ARCHIVE-DEPOIS = "S" THEN
               DISPLAY "  jogadas.txt nao restaurado: "
                   "um archive posterior ao fechamento ja guarda "
                   "esses registros."
           ELSE
               MOVE SPACES TO WS-NOME-ARQ-VERIF
               STRING "backup-" WS-CTL-DATA "-jogadas.txt"
                   DELIMITED BY SIZE INTO WS-NOME-ARQ-VERIF
               MOVE "jogadas.txt" TO WS-NOME-ARQ-VERIF-SAIDA
               PERFORM RESTAURA-ARQUIVO-TEXTO
           END-IF.

           DISPLAY "  Restore do conjunto de " WS-CTL-DATA
               " concluido.".

    ***  -- O restore volta os depositos ao ultimo fechamento; o
    ***  -- roll-forward (executavel proprio, disparado como o console
    ***  -- dispara os programas, para poder ser repetido do console
    ***  -- se parar no meio) reaplica o redo log e traz de volta as
    ***  -- partidas gravadas desde entao.
       REAPLICA-REDO-LOG.
           DISPLAY " ".
           DISPLAY "  Reaplicando o redo log sobre o conjunto "
               "restaurado ...".
           MOVE SPACES TO WS-COMANDO.
           MOVE "./JOGO-DA-VELHA-REDO" TO WS-COMANDO.
           CALL "SYSTEM" USING WS-COMANDO.
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY " "
               DISPLAY "  AVISO: roll-forward incompleto - veja "
                   "redo-relatorio.txt e repita pelo console."
           END-IF.
           MOVE 0 TO RETURN-CODE.

    ***  -- Backup ausente e so avisado (conjunto anterior ao
    ***  -- fechamento que criou o controle, por exemplo) - os demais
    ***  -- arquivos do conjunto ainda sao restaurados.
           OPEN OUTPUT PLACAR.
           WRITE PLACAR-ARQUIVO.
           CLOSE PLACAR.
           MOVE "P" TO WS-REDO-TIPO.
           MOVE PLACAR-ARQUIVO TO WS-REDO-DADOS.
           PERFORM GRAVA-REDO-LOG.

    ***  -- So chamada no arranque (QUANT-JOGO = 0) do tabuleiro 3x3,
    ***  -- ja que o checkpoint reaproveita CELULA00-22/CELULAS-OCUPADAS
    ***  -- e os buffers WS-BLOQUEIO/WS-ATAQUE, exclusivos do classico
    ***  -- (mesma restricao do tabuleiro NxN e do modo Jogador x
    ***  -- Jogador, que nao usam checkpoint).
       VERIFICA-CHECKPOINT.
           MOVE CK-TORNEIO      TO WS-TORNEIO-ATIVO.
           MOVE CK-TORNEIO-NUM  TO WS-TORNEIO-NUM-ATUAL.
           MOVE "V" TO JOGADOR-ESCOLHIDO.
    ***     -- A numeracao do journal continua de onde parou: uma
    ***     -- jogada gravada por celula ocupada no tabuleiro retomado.
           MOVE 0 TO WS-JG-NUM-JOGADA.
           PERFORM WITH TEST AFTER VARYING AUX-CEL-OP FROM 1 BY 1
               UNTIL AUX-CEL-OP = 9
               IF CELULAS-OCUPADAS(AUX-CEL-OP) = "V" THEN
                   ADD 1 TO WS-JG-NUM-JOGADA
               END-IF
           END-PERFORM.

    ***  -- Conclui a jogada que ficou pendente no momento do checkpoint
    ***  -- (CK-VEZ) antes de entrar no laco normal PERFORM JOGO. O
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           MOVE WS-PM-ID-BUSCA TO WS-REDO-PM-ID.
           IF WS-PM-ACHOU = "N" THEN
               MOVE "S" TO WS-REDO-PM-NOVO
               MOVE 0 TO WS-REDO-PM-V-ANTES
               MOVE 0 TO WS-REDO-PM-D-ANTES
               MOVE 0 TO WS-REDO-PM-E-ANTES
           ELSE
               MOVE "N" TO WS-REDO-PM-NOVO
               MOVE PM-VITORIAS TO WS-REDO-PM-V-ANTES
               MOVE PM-DERROTAS TO WS-REDO-PM-D-ANTES
               MOVE PM-EMPATES  TO WS-REDO-PM-E-ANTES
           END-IF.
           IF WS-PM-ACHOU = "N" THEN
               MOVE WS-PM-ID-BUSCA TO PM-ID
               MOVE SPACES TO PM-NOME
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           MOVE PM-VITORIAS      TO WS-REDO-PM-V-DEPOIS.
           MOVE PM-DERROTAS      TO WS-REDO-PM-D-DEPOIS.
           MOVE PM-EMPATES       TO WS-REDO-PM-E-DEPOIS.
           MOVE PM-DATA-CADASTRO TO WS-REDO-PM-CADASTRO.
           CLOSE PLAYER-MASTER.
           MOVE "M" TO WS-REDO-TIPO.
           MOVE WS-REDO-PM TO WS-REDO-DADOS.
           PERFORM GRAVA-REDO-LOG.

       SOMA-RESULTADO-PLAYER-MASTER.
           EVALUATE WS-PM-RESULTADO-APLICA
           ELSE
               MOVE SPACE TO GR-TORNEIO
           END-IF.
           IF WS-MODO-JOGO = "2" THEN
               MOVE SPACE TO GR-DIFICULDADE
           ELSE
               MOVE WS-DIFICULDADE TO GR-DIFICULDADE
           END-IF.

           OPEN EXTEND GAME-RESULT.
           IF WS-FS-GAME-RESULT = "35" THEN
           WRITE GAME-RESULT-ARQUIVO.
           CLOSE GAME-RESULT.

           MOVE WS-PLAYER-ID-ATUAL TO WS-CRED-ID-BUSCA.
           PERFORM GRAVA-DEBITO-CREDITO.
           PERFORM GRAVA-GAME-RESULT-EXTRACT.
           PERFORM GRAVA-REDO-RESULTADO.
           PERFORM GRAVA-REDO-JOGADAS.

    ***  -- Mesma logica de ATUALIZA-PLAYER-MASTER-RESULTADO, para o
    ***  -- Jogador 2 no modo Jogador x Jogador (WS-PLAYER2-ID-ATUAL/
           ELSE
               MOVE SPACE TO GR-TORNEIO
           END-IF.
           MOVE SPACE TO GR-DIFICULDADE.

           OPEN EXTEND GAME-RESULT.
           IF WS-FS-GAME-RESULT = "35" THEN
           WRITE GAME-RESULT-ARQUIVO.
           CLOSE GAME-RESULT.

           MOVE WS-PLAYER2-ID-ATUAL TO WS-CRED-ID-BUSCA.
           PERFORM GRAVA-DEBITO-CREDITO.
           PERFORM GRAVA-GAME-RESULT-EXTRACT.
           PERFORM GRAVA-REDO-RESULTADO.

    ***  -- Debito de um credito do jogador WS-CRED-ID-BUSCA pela
    ***  -- partida recem-gravada em game-result.txt, com o mesmo
    ***  -- GAME-ID, data e hora do registro de resultado (a chave que
    ***  -- JOGO-DA-VELHA-CAIXA confere no fechamento de caixa). So
    ***  -- partida que chega aqui e cobrada: partida abandonada antes
    ***  -- da primeira jogada nao tem checkpoint nem resultado, entao
    ***  -- nao debita nada.
       GRAVA-DEBITO-CREDITO.
           MOVE "D"              TO CM-TIPO.
           MOVE WS-CRED-ID-BUSCA TO CM-PLAYER-ID.
           MOVE 1                TO CM-QTD.
           MOVE 0                TO CM-VALOR.
           MOVE SPACE            TO CM-FORMA.
           MOVE SPACES           TO CM-OPERADOR.
           MOVE GR-GAME-ID       TO CM-GAME-ID.
           MOVE GR-DATA          TO CM-DATA.
           MOVE GR-HORA          TO CM-HORA.
           MOVE WS-ESTACAO       TO CM-ESTACAO.
           OPEN EXTEND CREDITOS-MOVIMENTO.
           IF WS-FS-CRED-MOV = "35" THEN
               OPEN OUTPUT CREDITOS-MOVIMENTO
           END-IF.
           WRITE CREDITOS-MOVIMENTO-ARQUIVO.
           CLOSE CREDITOS-MOVIMENTO.

    ***  -- Extrato plano (CSV) do mesmo resultado, para importar
    ***  -- em planilha.
           WRITE GAME-RESULT-EXTRACT-LINHA.
           CLOSE GAME-RESULT-EXTRACT.

    ***  -- Entradas do redo log da partida gravada. O debito de
    ***  -- credito nao entra: creditos-movimento.txt nao faz parte
    ***  -- do conjunto de backup (o restore nao o volta), entao o
    ***  -- debito sobrevive ao restore por conta propria.
       GRAVA-REDO-RESULTADO.
           MOVE "G" TO WS-REDO-TIPO.
           MOVE GAME-RESULT-ARQUIVO TO WS-REDO-DADOS.
           PERFORM GRAVA-REDO-LOG.

    ***  -- As jogadas vao para o log uma vez por partida, junto com o
    ***  -- resultado do lado 1 (gravado em toda partida terminada,
    ***  -- antes ou depois do lado 2): nesse ponto jogadas.txt ja tem
    ***  -- a partida inteira e sem as jogadas desfeitas.
       GRAVA-REDO-JOGADAS.
           MOVE "N" TO WS-REDO-JG-EOF.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM ABRE-REDO-LOG
               MOVE "J" TO WS-REDO-TIPO
               PERFORM UNTIL WS-REDO-JG-EOF = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-REDO-JG-EOF
                       NOT AT END
                           IF JG-GAME-ID = WS-GAME-ID-ATUAL THEN
                               MOVE JOGADAS-ARQUIVO TO WS-REDO-DADOS
                               PERFORM ESCREVE-REDO-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
               CLOSE REDO-LOG
           END-IF.

       GRAVA-REDO-LOG.
           PERFORM ABRE-REDO-LOG.
           PERFORM ESCREVE-REDO-LOG.
           CLOSE REDO-LOG.

    ***  -- Sem redo log (primeira partida antes de qualquer
    ***  -- fechamento, ou arquivo apagado) o log nasce com o
    ***  -- cabecalho do conjunto lido no arranque.
       ABRE-REDO-LOG.
           OPEN EXTEND REDO-LOG.
           IF WS-FS-REDO = "35" THEN
               OPEN OUTPUT REDO-LOG
               MOVE SPACES TO REDO-LOG-ARQUIVO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA
               MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA
               MOVE WS-ESTACAO TO RL-ESTACAO
               MOVE 0 TO RL-GAME-ID
               MOVE "H" TO RL-TIPO
               MOVE WS-CTL-DATA TO RL-H-CTL-DATA
               MOVE "*" TO RL-FIM
               WRITE REDO-LOG-ARQUIVO
           END-IF.

       ESCREVE-REDO-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA.
           MOVE WS-ESTACAO       TO RL-ESTACAO.
           MOVE WS-GAME-ID-ATUAL TO RL-GAME-ID.
           MOVE WS-REDO-TIPO     TO RL-TIPO.
           MOVE WS-REDO-DADOS    TO RL-DADOS.
           MOVE "*"              TO RL-FIM.
           WRITE REDO-LOG-ARQUIVO.

       ZERA-VARIAVEIS.
           MOVE 0 TO FIM-DE-JOGO.
           MOVE "F" TO VENCEU.
           MOVE 0 TO WS-JG-NUM-JOGADA.
           MOVE "N" TO WS-TEM-ULT-USU.
           MOVE "N" TO WS-TEM-ULT-OPO.
           MOVE 0 TO WS-CO-U-TOTAL.
                   ADD 1 TO WS-CO-U-TOTAL
                   MOVE COORDENADA TO WS-CO-U-COORD(WS-CO-U-TOTAL)
               END-IF
               MOVE WS-PLAYER-ID-ATUAL TO WS-JG-PLAYER-ID
               MOVE USER-PLAYER TO WS-JG-SIMBOLO
               PERFORM GRAVA-JOGADA-COORDENADA
           END-IF.

    ***  -- Desfaz a ultima rodada completa (coordenada 99): limpa as
    ***  -- duas celulas no tabuleiro e em CELULAS-OCUPADAS, zera as
    ***  -- marcas correspondentes em WS-BLOQUEIO/WS-ATAQUE e retira
    ***  -- as duas jogadas de jogadas.txt, recuando a numeracao do
    ***  -- journal, para a rodada refeita gravar os mesmos numeros.
    ***  -- So ha um nivel de desfaz: a rodada refeita volta a
    ***  -- habilita-lo.
       DESFAZ-ULTIMA-RODADA.
           IF WS-TEM-ULT-USU = "S" AND WS-TEM-ULT-OPO = "S" THEN
               MOVE WS-ULT-COORD-USU TO WS-DESFAZ-COORD
               MOVE WS-ULT-COORD-OPO TO WS-DESFAZ-COORD
               MOVE "O" TO WS-DESFAZ-LADO
               PERFORM DESFAZ-CELULA
               IF WS-JG-NUM-JOGADA >= 2 THEN
                   SUBTRACT 2 FROM WS-JG-NUM-JOGADA
               ELSE
                   MOVE 0 TO WS-JG-NUM-JOGADA
               END-IF
               PERFORM RETIRA-JOGADAS-DESFEITAS
               IF WS-MODO-JOGO NOT = "2" THEN
                   PERFORM RESTAURA-MARCADO-SNAP
               END-IF
                   END-IF
           END-EVALUATE.

    ***  -- Regrava jogadas.txt sem as jogadas da partida corrente
    ***  -- numeradas acima de WS-JG-NUM-JOGADA (as da rodada
    ***  -- desfeita), via copia-e-volta pelo arquivo de trabalho. O
    ***  -- filtro e pelo GAME-ID e nao pelos ultimos registros do
    ***  -- arquivo: na noite de duas bancas a outra estacao pode ter
    ***  -- gravado jogadas depois das nossas.
       RETIRA-JOGADAS-DESFEITAS.
           MOVE 0 TO WS-DESFAZ-QTD.
           MOVE 0 TO WS-DESFAZ-COPIADOS.
           MOVE "N" TO WS-EOF-DESFAZ.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               OPEN OUTPUT JOGADAS-WORK
               PERFORM UNTIL WS-EOF-DESFAZ = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-EOF-DESFAZ
                       NOT AT END
                           IF JG-GAME-ID = WS-GAME-ID-ATUAL
                               AND JG-NUM-JOGADA > WS-JG-NUM-JOGADA
                               THEN
                               ADD 1 TO WS-DESFAZ-QTD
                           ELSE
                               MOVE JOGADAS-ARQUIVO
                                   TO JOGADAS-WORK-ARQUIVO
                               WRITE JOGADAS-WORK-ARQUIVO
                               ADD 1 TO WS-DESFAZ-COPIADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
               CLOSE JOGADAS-WORK
               IF WS-DESFAZ-QTD > 0 THEN
                   MOVE "N" TO WS-EOF-DESFAZ
                   OPEN INPUT JOGADAS-WORK
                   OPEN OUTPUT JOGADAS
                   PERFORM UNTIL WS-EOF-DESFAZ = "Y"
                       READ JOGADAS-WORK
                           AT END MOVE "Y" TO WS-EOF-DESFAZ
                           NOT AT END
                               MOVE JOGADAS-WORK-ARQUIVO
                                   TO JOGADAS-ARQUIVO
                               WRITE JOGADAS-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE JOGADAS-WORK
                   CLOSE JOGADAS
               END-IF
           END-IF.

       SALVA-MARCADO-SNAP.

    ***  -- Jogada do Jogador 2 no modo Jogador x Jogador: mesmo
    ***  -- tabuleiro e mesma EVALUATE de JOGADA-USUARIO, mas com o
    ***  -- simbolo de COBOL-PLAYER e gravando no journal (no lugar
    ***  -- do COBOL) com o PLAYER-ID do segundo jogador.
       JOGADA-USUARIO-2.
           DISPLAY "Vez do Jogador 2 ..."
           IF WS-RELOGIO-ATIVO = "S" THEN
                   ADD 1 TO WS-CO-C-TOTAL
                   MOVE COORDENADA TO WS-CO-C-COORD(WS-CO-C-TOTAL)
               END-IF
               MOVE WS-PLAYER2-ID-ATUAL TO WS-JG-PLAYER-ID
               MOVE COBOL-PLAYER TO WS-JG-SIMBOLO
               PERFORM GRAVA-JOGADA-COORDENADA
           END-IF.

       JOGADA-COBOL.
            END-EVALUATE.
               DISPLAY COORDENADA.

    ***     -- Tentativa numa celula ocupada (WHEN OTHER) nao e
    ***     -- jogada: nada vai para o journal.
           IF V-COBOL-JOGOU = "V" THEN
               MOVE COORDENADA TO WS-ULT-COORD-OPO
               MOVE "S" TO WS-TEM-ULT-OPO
                   ADD 1 TO WS-CO-C-TOTAL
                   MOVE COORDENADA TO WS-CO-C-COORD(WS-CO-C-TOTAL)
               END-IF
               MOVE WS-COBOL-PLAYER-ID TO WS-JG-PLAYER-ID
               MOVE COBOL-PLAYER TO WS-JG-SIMBOLO
               PERFORM GRAVA-JOGADA-COORDENADA
           END-IF.



       VERIFICA-ONDE-FAZER-BLOQUEIO.
    ***  -- INICIA-ATAQUE: em vez de zerar os buffers acumulados de
    ***  -- marcacoes da partida, reconstroi WS-CELULA-*(1-3) e
    ***  -- WS-CELULA-*-A(1-3) a partir do tabuleiro CELULA00-22 ja
    ***  -- restaurado, para que ANALISA-ATAQUE/ANALISA-BLOQUEIO
    ***  -- continuem enxergando todas as marcacoes anteriores ao
    ***  -- checkpoint, nao so a jogada nova.
       RECONSTROI-BUFFERS-BLOQUEIO-ATAQUE.
           MOVE 0 TO WS-LINHA(1).
           MOVE 1 TO WS-I(1).

    ***     -- COBOL-PLAYER tambem e o simbolo do Jogador 2 no modo
    ***     -- Jogador x Jogador (ver ESCOLHER-JOGADOR), entao o mesmo
    ***     -- teste serve para reconstruir o buffer de ataque nos
    ***     -- dois modos.
           IF CELULA00 = COBOL-PLAYER THEN MOVE 1 TO WS-CELULA-1-A(1)
           END-IF.
           IF CELULA01 = COBOL-PLAYER THEN MOVE 1 TO WS-CELULA-2-A(1)
           IF CELULA22 = COBOL-PLAYER THEN MOVE 1 TO WS-CELULA-3-A(3)
           END-IF.

    ***  -- So conta os registros de jogadas.txt (para decidir o
    ***  -- archive), sem carregar nada em memoria: a contagem de
    ***  -- frequencia por celula que era refeita aqui a cada partida
    ***  -- agora vem pronta do perfil do jogador (batch
    ***  -- JOGO-DA-VELHA-PERFIL + CARREGA-PERFIL-JOGADOR).
       CONTA-REGISTROS-JOGADAS.
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-JOGADAS-REG-QTD.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               PERFORM UNTIL WS-EOF = 'Y'
                   READ JOGADAS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JOGADAS-REG-QTD
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
           END-IF.

       VERIFICA-NECESSIDADE-ARCHIVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           IF (WS-JOGADAS-REG-QTD >= WS-JOGADAS-ARCHIVE-LIMIAR)
               OR (WS-HOJE-MES = 12 AND WS-HOJE-DIA = 31) THEN
               PERFORM ARCHIVE-JOGADAS
               PERFORM CONTA-REGISTROS-JOGADAS
           END-IF.

    ***  -- Carrega em CONTA-COORD-M-JOGADAS so o registro de perfil
               CLOSE PERFIL-JOGADORES
           END-IF.

       ARCHIVE-JOGADAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ARCHIVE-TIMESTAMP.
           MOVE SPACES TO WS-NOME-ARQ-JOGADAS-ARCHIVE.
           STRING "jogadas-archive-" WS-ARCHIVE-TIMESTAMP ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-JOGADAS-ARCHIVE.

     **     ---- COPIA O JOGADAS.TXT INTEIRO PARA O ARCHIVE LENDO
     **     ---- DIRETO DO ARQUIVO, garantindo que nenhuma linha fique
     **     ---- de fora do archive antes do ESVAZIA mais abaixo.
     **     ---- (OPEN EXTEND para nao perder um archive anterior no
     **     ---- mesmo dia; cai para OPEN OUTPUT so na primeira vez)
           MOVE "N" TO WS-JOGADAS-ARCHIVE-EOF.
           MOVE 99999 TO WS-CAT-MIN-J.
           MOVE 0 TO WS-CAT-MAX-J.
           MOVE 0 TO WS-CAT-QTD-J.
           OPEN INPUT JOGADAS.
           IF WS-FS-JOGADAS = "00" THEN
               OPEN EXTEND JOGADAS-ARCHIVE
               IF WS-FS-JOGADAS-ARCHIVE = "35" THEN
                   OPEN OUTPUT JOGADAS-ARCHIVE
               END-IF
               PERFORM UNTIL WS-JOGADAS-ARCHIVE-EOF = "Y"
                   READ JOGADAS
                       AT END MOVE "Y" TO WS-JOGADAS-ARCHIVE-EOF
                       NOT AT END
                           MOVE JOGADAS-ARQUIVO
                               TO JOGADAS-ARCHIVE-ARQUIVO
                           WRITE JOGADAS-ARCHIVE-ARQUIVO
                           ADD 1 TO WS-CAT-QTD-J
                           IF JG-GAME-ID < WS-CAT-MIN-J THEN
                               MOVE JG-GAME-ID TO WS-CAT-MIN-J
                           END-IF
                           IF JG-GAME-ID > WS-CAT-MAX-J THEN
                               MOVE JG-GAME-ID TO WS-CAT-MAX-J
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS
               CLOSE JOGADAS-ARCHIVE

     **     ---- ESVAZIA O JOGADAS.TXT PARA RECOMECAR A CONTAGEM
               OPEN OUTPUT JOGADAS
               CLOSE JOGADAS
           END-IF.

           PERFORM GRAVA-CATALOGO-ARCHIVE.

    ***  -- Acrescenta ao catalogo um registro para o archive que
    ***  -- recebeu linhas nesta rodada (arquivo vazio nao gera
    ***  -- registro - nao ha faixa de GAME-ID a catalogar).
       GRAVA-CATALOGO-ARCHIVE.
           IF WS-CAT-QTD-J = 0 THEN
               CONTINUE
           ELSE
               OPEN EXTEND ARCHIVE-CATALOGO
               IF WS-FS-CATALOGO = "35" THEN
                   OPEN OUTPUT ARCHIVE-CATALOGO
               END-IF
               MOVE WS-NOME-ARQ-JOGADAS-ARCHIVE TO CAT-NOME-ARQ
               MOVE WS-ARCHIVE-TIMESTAMP TO CAT-DATA
               MOVE WS-CAT-MIN-J TO CAT-GAME-ID-MIN
               MOVE WS-CAT-MAX-J TO CAT-GAME-ID-MAX
               MOVE WS-CAT-QTD-J TO CAT-QTD-REG
               WRITE ARCHIVE-CATALOGO-ARQUIVO
               CLOSE ARCHIVE-CATALOGO
           END-IF.

    ***  -- Jogada do tabuleiro 3x3: COORDENADA (00-22) vira linha e
    ***  -- coluna do journal. PLAYER-ID e simbolo ja vem preenchidos
    ***  -- por quem jogou (JOGADA-USUARIO, JOGADA-USUARIO-2 ou
    ***  -- FAZ-JOGADA-COBOL).
       GRAVA-JOGADA-COORDENADA.
           DIVIDE COORDENADA BY 10 GIVING WS-JG-LINHA
               REMAINDER WS-JG-COLUNA.
           PERFORM GRAVA-JOGADA-JOURNAL.

    ***  -- Acrescenta uma jogada ao journal: um registro por jogada,
    ***  -- numerado na ordem da partida (WS-JG-NUM-JOGADA e zerado no
    ***  -- inicio de cada jogo e recuado pelo desfaz).
       GRAVA-JOGADA-JOURNAL.
           ADD 1 TO WS-JG-NUM-JOGADA.
           MOVE WS-GAME-ID-ATUAL     TO JG-GAME-ID.
           MOVE WS-JG-NUM-JOGADA     TO JG-NUM-JOGADA.
           MOVE WS-JG-PLAYER-ID      TO JG-PLAYER-ID.
           MOVE WS-JG-SIMBOLO        TO JG-SIMBOLO.
           MOVE WS-JG-LINHA          TO JG-LINHA.
           MOVE WS-JG-COLUNA         TO JG-COLUNA.
           MOVE WS-TAMANHO-TABULEIRO TO JG-TAMANHO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JG-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JG-HORA.
           MOVE WS-ESTACAO           TO JG-ESTACAO.
           OPEN EXTEND JOGADAS.
           IF WS-FS-JOGADAS = "35" THEN
               OPEN OUTPUT JOGADAS
           END-IF.
           WRITE JOGADAS-ARQUIVO.
           CLOSE JOGADAS.

 ************ATAQUE -----------------------------------------
       INICIA-ATAQUE.
           MOVE 0 TO WS-CELULA-3-A(3).
           MOVE 1 TO WS-I-A(3).

 ************ TABULEIRO CONFIGURAVEL (NXN) ------------------
       ESCOLHE-TAMANHO-TABULEIRO.
           DISPLAY " ".
               MOVE SPACE TO WS-TABULEIRO-NXN(IDX-CEL-NXN)
           END-PERFORM.
           MOVE 0 TO WS-NXN-QTD-CELULAS.
           MOVE 0 TO WS-JG-NUM-JOGADA.
           MOVE 0 TO FIM-DE-JOGO.
           MOVE "F" TO VENCEU.

                   DISPLAY "  CELULA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE WS-PLAYER-ID-ATUAL TO WS-JG-PLAYER-ID.
           MOVE USER-PLAYER        TO WS-JG-SIMBOLO.
           MOVE WS-NXN-LINHA       TO WS-JG-LINHA.
           MOVE WS-NXN-COLUNA      TO WS-JG-COLUNA.
           PERFORM GRAVA-JOGADA-JOURNAL.

    ***  -- Verifica se WS-NXN-SIMBOLO-TESTE tem WS-TAMANHO-VITORIA
    ***  -- simbolos seguidos em alguma linha, coluna ou diagonal.

    ***  -- IA simplificada para o tabuleiro NxN: tenta vencer,
    ***  -- senao tenta bloquear o usuario, senao joga na primeira
    ***  -- celula livre. Sem os buffers de bloqueio/ataque e sem o
    ***  -- perfil, que so existem no 3x3 classico. No modo facil
    ***  -- pula vencer/bloquear e joga numa celula livre aleatoria;
    ***  -- o ramo ELSE cobre so Normal, ja que ESCOLHE-DIFICULDADE
    ***  -- nem oferece Dificil fora do 3x3 (lookahead completo so
           MOVE WS-FACIL-LISTA-NXN(WS-FACIL-ESCOLHA) TO
               WS-NXN-JOGADA-ESCOLHIDA.

    ***  -- Jogada do COBOL no NxN para o journal: a celula escolhida
    ***  -- (1 a N*N, linha a linha) vira linha e coluna a partir de 0.
       GRAVA-JOGADA-COBOL-NXN.
           COMPUTE WS-JG-IDX-CALC = WS-NXN-JOGADA-ESCOLHIDA - 1.
           DIVIDE WS-JG-IDX-CALC BY WS-TAMANHO-TABULEIRO
               GIVING WS-JG-LINHA REMAINDER WS-JG-COLUNA.
           MOVE WS-COBOL-PLAYER-ID TO WS-JG-PLAYER-ID.
           MOVE COBOL-PLAYER       TO WS-JG-SIMBOLO.
           PERFORM GRAVA-JOGADA-JOURNAL.

       JOGO-NXN.
           IF RESULTADO-RANDOM-QM-INICIA = 0 THEN
               PERFORM LOGICA-JOGO-USUARIO-NXN
               PERFORM PROCURA-JOGADA-NXN
               MOVE COBOL-PLAYER TO
                   WS-TABULEIRO-NXN(WS-NXN-JOGADA-ESCOLHIDA)
               PERFORM GRAVA-JOGADA-COBOL-NXN
               ADD 1 TO WS-NXN-QTD-CELULAS
               MOVE COBOL-PLAYER TO WS-NXN-SIMBOLO-TESTE
               PERFORM VERIFICA-VENCEDOR-NXN
           END-IF.

 ************ MODO DE JOGO -----------------------------------------
    ***  -- So oferecido no tabuleiro 3x3, ja que JOGADA-USUARIO-2 e o
    ***  -- checkpoint (que o modo reaproveita) usam o tabuleiro fixo
    ***  -- CELULA00-22 e nao comportam tabuleiros de tamanho
    ***  -- variavel.
       ESCOLHE-MODO-JOGO.
           DISPLAY " ".
           DISPLAY "  Escolha o modo de jogo : ".
               WHEN 9 MOVE 22 TO WS-COACH-EXIBE
           END-EVALUATE.

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
           MOVE "JOGO-DA-VELHA" TO JR-PROGRAMA.
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

       END PROGRAM JOGO-DA-VELHA.
