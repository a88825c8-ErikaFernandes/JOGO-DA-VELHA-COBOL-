      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Correcao de resultado pelo arbitro: anula uma partida
      *          ou troca o resultado (V/D/E) de um dos lados, quando
      *          o arbitro acata um achado do JOGO-DA-VELHA-MONITOR ou
      *          uma contestacao de jogador.
      *          A correcao e aplicada de uma vez nos quatro lugares
      *          que guardam o resultado:
      *          - game-result.txt: GR-RESULTADO passa ao novo valor;
      *            partida anulada fica com GR-RESULTADO = "A" (o
      *            registro nao some, para as contagens do fechamento
      *            e a faixa de GAME-ID continuarem batendo);
      *          - player-master.dat: desfaz o V/D/E antigo e soma o
      *            novo em PM-VITORIAS/PM-DERROTAS/PM-EMPATES;
      *          - placar.txt: desfaz o ponto antigo e soma o novo;
      *          - torneio.txt: acerta o TR-RESULTADO do confronto; na
      *            anulacao o confronto volta a pendente para ser
      *            jogado de novo.
      *          Cada registro de game-result alterado vai, com a
      *          imagem original, o motivo e o ID do arbitro, para o
      *          log permanente correcoes-resultado.txt, que a
      *          AUDITORIA consulta para tratar a divergencia como
      *          explicada.
      *          Achado do JOGO-DA-VELHA-MONITOR revisado em que o
      *          arbitro mantem o resultado entra no mesmo log com a
      *          acao "R" (revisada), sem alterar nada: e o que fecha
      *          o achado para a cadeia noturna (JOGO-DA-VELHA-NOTURNO
      *          so segura o RATING enquanto houver achado aberto).
      *          Numa partida Jogador x Jogador casual nao da para
      *          saber pelo game-result.txt qual lado somou no placar
      *          de VOCE e qual no de COBOL (ver JOGO-DA-VELHA-
      *          AUDITORIA); nesse caso o ajuste do placar e feito no
      *          lado que mantem os pisos da auditoria e fica marcado
      *          como presumido ("?") no log.
      *          O placar e da temporada aberta (ver JOGO-DA-VELHA-
      *          TEMPORADA): partida de temporada ja encerrada e
      *          corrigida em game-result, player-master e torneio,
      *          mas o placar.txt nao e mexido e o historico congelado
      *          da temporada nao muda.
      *          O arbitro se identifica com ID + PIN de operador
      *          ativo de perfil arbitro ou supervisor no
      *          operador-master.dat; a recusa vai para o
      *          sessao-journal.txt. As alteracoes feitas entram
      *          tambem no redo-log.txt, para o JOGO-DA-VELHA-REDO
      *          refaze-las por cima de um conjunto de backup
      *          restaurado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-CORRECAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

    ***  -- Arquivo de trabalho para regravar game-result.txt (mesmo
    ***  -- padrao copia-e-volta de TROCA-ID-GAME-RESULT em
    ***  -- JOGO-DA-VELHA-CADASTRO).
       SELECT GAME-RESULT-WORK ASSIGN TO 'game-result-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GR-WORK.

       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

       SELECT PLACAR ASSIGN TO 'placar.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PLACAR.

       SELECT TORNEIO ASSIGN TO 'torneio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TORNEIO.

    ***  -- Historico das temporadas encerradas (JOGO-DA-VELHA-
    ***  -- TEMPORADA): so o "Z" de fim de bloco interessa aqui.
       SELECT TEMPORADA-HISTORICO ASSIGN TO 'temporada-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

    ***  -- Log permanente, cumulativo (OPEN EXTEND): um registro por
    ***  -- linha de game-result alterada.
       SELECT CORRECOES ASSIGN TO 'correcoes-resultado.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CORRECOES.

    ***  -- Cadastro de operadores (JOGO-DA-VELHA-OPERADOR) e journal
    ***  -- da sessao do console: a correcao pede ID + PIN de um
    ***  -- arbitro ou supervisor ativo e a recusa vai para o journal
    ***  -- com JR-STATUS "R".
       SELECT OPERADOR-MASTER ASSIGN TO 'operador-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-ID
       FILE STATUS IS WS-FS-OPERADOR.

       SELECT SESSAO-JOURNAL ASSIGN TO 'sessao-journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOURNAL.

    ***  -- Redo log do dia (ver JOGO-DA-VELHA-REDO): a correcao
    ***  -- acrescenta as alteracoes que fez nos depositos do conjunto
    ***  -- de backup, para o roll-forward nao desfaze-la apos um
    ***  -- restore. O controle do fechamento so e lido para o
    ***  -- cabecalho de um log que ainda nao existe.
       SELECT REDO-LOG ASSIGN TO 'redo-log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REDO.

       SELECT CONTROLE-FECHAMENTO
       ASSIGN TO 'controle-fechamento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

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

       FD GAME-RESULT-WORK.
       01 GAME-RESULT-WORK-ARQUIVO.
           05 GW-GAME-ID       PIC 9(5).
           05 GW-PLAYER-ID     PIC X(5).
           05 GW-PLAYER-SYMBOL PIC X(1).
           05 GW-RESULTADO     PIC X(1).
           05 GW-DATA          PIC 9(8).
           05 GW-HORA          PIC 9(6).
           05 GW-TORNEIO       PIC X(1).
           05 GW-DIFICULDADE   PIC X(1).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PM-ID            PIC X(5).
           05 PM-VITORIAS      PIC 9(5).
           05 PM-DERROTAS      PIC 9(5).
           05 PM-EMPATES       PIC 9(5).
           05 PM-NOME          PIC X(30).
           05 PM-DATA-CADASTRO PIC 9(8).

       FD PLACAR.
       01 PLACAR-ARQUIVO.
           05 PLACAR-REG-USUARIO PIC 9(2).
           05 PLACAR-REG-COBOL   PIC 9(2).
           05 PLACAR-REG-GAME-ID PIC 9(5).

       FD TORNEIO.
       01 TORNEIO-ARQUIVO.
           05 TR-TIPO  PIC X(1).
           05 TR-DADOS PIC X(50).
           05 TR-DADOS-PARTIDA REDEFINES TR-DADOS.
               10 TR-NUM       PIC 9(3).
               10 TR-JOG1      PIC X(5).
               10 TR-JOG2      PIC X(5).
               10 TR-STATUS    PIC X(1).
               10 TR-RESULTADO PIC X(1).
               10 TR-GAME-ID   PIC 9(5).
               10 FILLER       PIC X(30).

       FD TEMPORADA-HISTORICO.
       01 TEMPORADA-HISTORICO-ARQUIVO.
           05 TH-ANO   PIC 9(4).
           05 TH-TIPO  PIC X(1).
           05 TH-DADOS PIC X(60).

    ***  -- CR-ACAO: "A" anulacao, "R" revisada com o resultado
    ***  -- mantido, ou o novo resultado (V/D/E) do lado CR-LADO-ID.
    ***  -- CR-GR-ORIGINAL guarda a linha de game-result como estava
    ***  -- antes; CR-RESULTADO-NOVO e o valor gravado no lugar.
    ***  -- Indicadores de ajuste: "S" ajustado, "N" nada a ajustar,
    ***  -- "X" nao ajustado (registro ausente ou contador no
    ***  -- limite), "?" placar ajustado em lado presumido.
       FD CORRECOES.
       01 CORRECOES-ARQUIVO.
           05 CR-DATA           PIC 9(8).
           05 CR-HORA           PIC 9(6).
           05 CR-GAME-ID        PIC 9(5).
           05 CR-ACAO           PIC X(1).
           05 CR-LADO-ID        PIC X(5).
           05 CR-ARBITRO        PIC X(5).
           05 CR-MOTIVO         PIC X(40).
           05 CR-GR-ORIGINAL    PIC X(27).
           05 CR-RESULTADO-NOVO PIC X(1).
           05 CR-PM-AJUSTE      PIC X(1).
           05 CR-PLACAR-AJUSTE  PIC X(1).
           05 CR-TORNEIO-AJUSTE PIC X(1).

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

    ***  -- Mesmo layout de REDO-LOG em JOGO-DA-VELHA-V.cbl. A
    ***  -- correcao grava "C" (linha de game-result: GAME-ID,
    ***  -- PLAYER-ID, resultado antes e depois), "M" (contadores do
    ***  -- player-master antes/depois), "P" (placar gravado) e "U"
    ***  -- (confronto do torneio acertado).
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
       01 WS-FS-GAME-RESULT   PIC X(2) VALUE "00".
       01 WS-FS-GR-WORK       PIC X(2) VALUE "00".
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PLACAR        PIC X(2) VALUE "00".
       01 WS-FS-TORNEIO       PIC X(2) VALUE "00".
       01 WS-FS-CORRECOES     PIC X(2) VALUE "00".

       01 WS-EOF-GR PIC X(1) VALUE "N".
       01 WS-EOF-TR PIC X(1) VALUE "N".

    ************* PEDIDO DE CORRECAO ---------------------------------
       01 WS-CR-GAME-ID   PIC 9(5) VALUE 0.
       01 WS-CR-ACAO      PIC X(1) VALUE SPACE.
       01 WS-CR-LADO-ID   PIC X(5) VALUE SPACES.
       01 WS-CR-MOTIVO    PIC X(40) VALUE SPACES.
       01 WS-CR-ARBITRO   PIC X(5) VALUE SPACES.
       01 WS-CR-PIN       PIC X(4) VALUE SPACES.
       01 WS-CR-OK        PIC X(1) VALUE "S".
       01 WS-CR-CONFIRMA  PIC 9(1).
       01 WS-CR-DATA      PIC 9(8).
       01 WS-CR-HORA      PIC 9(6).

    ************* LINHAS DA PARTIDA EM GAME-RESULT -------------------
    ***  -- Um registro (contra o COBOL) ou o par Jogador x Jogador.
       01 WS-PT-TAB OCCURS 2 TIMES.
           05 WS-PT-REG        PIC X(27).
           05 WS-PT-PLAYER-ID  PIC X(5).
           05 WS-PT-RESULTADO  PIC X(1).
           05 WS-PT-TORNEIO    PIC X(1).
           05 WS-PT-NOVO       PIC X(1).
           05 WS-PT-PM-AJUSTE  PIC X(1).
       01 WS-PT-QTD      PIC 9(1) VALUE 0.
       01 WS-PT-DATA     PIC 9(8) VALUE 0.
       01 WS-PT-EXCESSO  PIC X(1) VALUE "N".
       01 WS-PT-IDX      PIC 9(1).
       01 WS-PT-LADO     PIC 9(1) VALUE 0.
       01 WS-PT-OUTRO    PIC 9(1) VALUE 0.
       01 WS-PT-MUDOU    PIC X(1) VALUE "N".
       01 WS-RES-ENTRA   PIC X(1).
       01 WS-RES-SAI     PIC X(1).

    ************* PISOS DO PLACAR (ver JOGO-DA-VELHA-AUDITORIA) ------
    ***  -- Vitorias e derrotas das partidas de um registro so, fora a
    ***  -- partida corrigida, contadas com o mesmo pareamento por
    ***  -- GR-GAME-ID adjacente do RATING.
       01 WS-PENDENTE.
           05 WS-PEND-GAME-ID   PIC 9(5).
           05 WS-PEND-RESULTADO PIC X(1).
           05 WS-PEND-DATA      PIC 9(8).
       01 WS-TEM-PENDENTE PIC X(1) VALUE "N".
       01 WS-VIT-SOLO     PIC 9(5) VALUE 0.
       01 WS-DER-SOLO     PIC 9(5) VALUE 0.

    ************* PLACAR ----------------------------------------------
       01 WS-PLACAR-LIDO    PIC X(1) VALUE "N".
       01 WS-PLACAR-USUARIO PIC 9(2) VALUE 0.
       01 WS-PLACAR-COBOL   PIC 9(2) VALUE 0.
       01 WS-PLACAR-GAME-ID PIC 9(5) VALUE 0.
       01 WS-PL-AJUSTE      PIC X(1) VALUE "N".
       01 WS-PL-COLUNA      PIC X(1).
       01 WS-PL-COL-TIRA    PIC X(1) VALUE SPACE.
       01 WS-PL-COL-POE     PIC X(1) VALUE SPACE.
       01 WS-PL-PRESUMIDO   PIC X(1) VALUE "N".
       01 WS-PL-IDX-TIRA    PIC 9(1) VALUE 0.
       01 WS-PL-IDX-POE     PIC 9(1) VALUE 0.

    ************* TEMPORADA -------------------------------------------
    ***  -- Primeiro dia da temporada aberta: 1o de janeiro do ano
    ***  -- seguinte a ultima temporada encerrada (zero se nenhuma).
       01 WS-FS-HISTORICO     PIC X(2) VALUE "00".
       01 WS-EOF-HISTORICO    PIC X(1) VALUE "N".
       01 WS-ULTIMO-ANO       PIC 9(4) VALUE 0.
       01 WS-INICIO-TEMPORADA PIC 9(8) VALUE 0.

    ************* TORNEIO ---------------------------------------------
    ***  -- torneio.txt inteiro em memoria para regravar (mesmo
    ***  -- criterio de MARCA-PARTIDA-TORNEIO no programa principal).
       01 WS-TORNEIO-TAB OCCURS 120 TIMES.
           05 WS-TORNEIO-REG PIC X(51).
       01 WS-TORNEIO-QTD    PIC 9(3) VALUE 0.
       01 WS-TORNEIO-IDX    PIC 9(3).
       01 WS-TORNEIO-ACHADO PIC 9(3) VALUE 0.
       01 WS-TORNEIO-JOG1   PIC X(5) VALUE SPACES.
       01 WS-TR-AJUSTE      PIC X(1) VALUE "N".
       01 WS-TEM-TORNEIO    PIC X(1) VALUE "N".

    ************* ARBITRO ---------------------------------------------
       01 WS-FS-OPERADOR PIC X(2) VALUE "00".
       01 WS-FS-JOURNAL  PIC X(2) VALUE "00".
       01 WS-ARB-OK      PIC X(1) VALUE "N".

    ************* REDO LOG (ver JOGO-DA-VELHA-REDO) -------------------
    ***  -- Estacao 0 = escritorio (fora das estacoes de jogo); o
    ***  -- GAME-ID do cabecalho e o da partida corrigida.
       01 WS-FS-REDO      PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE  PIC X(2) VALUE "00".
       01 WS-CTL-DATA     PIC 9(8) VALUE 0.
       01 WS-REDO-TIPO    PIC X(1).
       01 WS-REDO-DADOS   PIC X(60).
       01 WS-REDO-CR.
           05 WS-REDO-CR-GAME-ID   PIC 9(5).
           05 WS-REDO-CR-PLAYER-ID PIC X(5).
           05 WS-REDO-CR-ANTES     PIC X(1).
           05 WS-REDO-CR-DEPOIS    PIC X(1).
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
       01 WS-REDO-TU.
           05 WS-REDO-TU-NUM          PIC 9(3).
           05 WS-REDO-TU-GAME-ID      PIC 9(5).
           05 WS-REDO-TU-STATUS       PIC X(1).
           05 WS-REDO-TU-RESULTADO    PIC X(1).
           05 WS-REDO-TU-GAME-ID-NOVO PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Correcao de resultado de partida ".

           PERFORM LE-INICIO-TEMPORADA.
           PERFORM PEDE-DADOS-CORRECAO.
           IF WS-CR-OK = "S" THEN
               PERFORM LOCALIZA-PARTIDA
           END-IF.
           IF WS-CR-OK = "S" THEN
               PERFORM DEFINE-NOVOS-RESULTADOS
           END-IF.
           IF WS-CR-OK = "S" THEN
               PERFORM CARREGA-TORNEIO
               PERFORM LE-PLACAR
               PERFORM MOSTRA-CORRECAO
               DISPLAY "  Confirma a correcao?"
               DISPLAY "  1 - SIM"
               DISPLAY "  2 - NAO"
               ACCEPT WS-CR-CONFIRMA
               IF WS-CR-CONFIRMA = 1 THEN
                   PERFORM APLICA-CORRECAO
               ELSE
                   DISPLAY "  Correcao cancelada - nada alterado."
               END-IF
           END-IF.

           STOP RUN.

       LE-INICIO-TEMPORADA.
           MOVE 0 TO WS-ULTIMO-ANO.
           MOVE "N" TO WS-EOF-HISTORICO.
           OPEN INPUT TEMPORADA-HISTORICO.
           IF WS-FS-HISTORICO = "00" THEN
               PERFORM UNTIL WS-EOF-HISTORICO = "Y"
                   READ TEMPORADA-HISTORICO
                       AT END MOVE "Y" TO WS-EOF-HISTORICO
                       NOT AT END
                           IF TH-TIPO = "Z"
                               AND TH-ANO > WS-ULTIMO-ANO THEN
                               MOVE TH-ANO TO WS-ULTIMO-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPORADA-HISTORICO
           END-IF.
           IF WS-ULTIMO-ANO > 0 THEN
               COMPUTE WS-INICIO-TEMPORADA =
                   (WS-ULTIMO-ANO + 1) * 10000 + 101
           ELSE
               MOVE 0 TO WS-INICIO-TEMPORADA
           END-IF.

       PEDE-DADOS-CORRECAO.
           DISPLAY " ".
           DISPLAY "  GAME-ID da partida : ".
           ACCEPT WS-CR-GAME-ID.
           DISPLAY "  Acao : A = anular a partida; V, D ou E = novo "
               "resultado de um lado; R = revisada, resultado "
               "mantido : ".
           ACCEPT WS-CR-ACAO.
           EVALUATE WS-CR-ACAO
               WHEN "a"
                   MOVE "A" TO WS-CR-ACAO
               WHEN "v"
                   MOVE "V" TO WS-CR-ACAO
               WHEN "d"
                   MOVE "D" TO WS-CR-ACAO
               WHEN "e"
                   MOVE "E" TO WS-CR-ACAO
               WHEN "r"
                   MOVE "R" TO WS-CR-ACAO
           END-EVALUATE.
           IF WS-CR-ACAO NOT = "A" AND WS-CR-ACAO NOT = "V"
               AND WS-CR-ACAO NOT = "D" AND WS-CR-ACAO NOT = "E"
               AND WS-CR-ACAO NOT = "R" THEN
               DISPLAY "  Acao invalida - nada alterado."
               MOVE "N" TO WS-CR-OK
           END-IF.
           IF WS-CR-OK = "S" AND WS-CR-ACAO NOT = "A"
               AND WS-CR-ACAO NOT = "R" THEN
               DISPLAY "  PLAYER-ID do lado que recebe o resultado "
                   "(COBOL vale nas partidas contra o COBOL) : "
               ACCEPT WS-CR-LADO-ID
           END-IF.
           IF WS-CR-OK = "S" THEN
               DISPLAY "  Motivo (ate 40 caracteres) : "
               ACCEPT WS-CR-MOTIVO
               IF WS-CR-MOTIVO = SPACES THEN
                   DISPLAY "  Motivo e obrigatorio - nada alterado."
                   MOVE "N" TO WS-CR-OK
               END-IF
           END-IF.
           IF WS-CR-OK = "S" THEN
               PERFORM CONFIRMA-ARBITRO
           END-IF.

    ***  -- O arbitro se identifica com ID + PIN do operador-master.dat
    ***  -- (mesma conferencia do console): operador ativo com perfil
    ***  -- de arbitro ("A") ou supervisor ("S").
       CONFIRMA-ARBITRO.
           MOVE "N" TO WS-ARB-OK.
           DISPLAY "  ID do arbitro : ".
           ACCEPT WS-CR-ARBITRO.
           DISPLAY "  PIN : ".
           ACCEPT WS-CR-PIN.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               MOVE WS-CR-ARBITRO TO OP-ID
               READ OPERADOR-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-PIN = WS-CR-PIN AND OP-ATIVO = "S"
                           AND (OP-PERFIL = "A" OR OP-PERFIL = "S")
                           THEN
                           MOVE "S" TO WS-ARB-OK
                       END-IF
               END-READ
               CLOSE OPERADOR-MASTER
           END-IF.
           IF WS-ARB-OK = "N" THEN
               DISPLAY "  Arbitro nao confirmado - nada alterado."
               MOVE "N" TO WS-CR-OK
               PERFORM GRAVA-RECUSA-JOURNAL
           END-IF.

    ***  -- Mesmo registro do journal do console: JR-STATUS "R" =
    ***  -- recusado, JR-ACAO diz o que foi tentado.
       GRAVA-RECUSA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
               OPEN OUTPUT SESSAO-JOURNAL
           END-IF.
           MOVE WS-CR-ARBITRO TO JR-OPERADOR.
           MOVE "JOGO-DA-VELHA-CORRECAO" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI TO JR-HORA-FIM.
           MOVE "R" TO JR-STATUS.
           MOVE "CORRECAO RESULTADO" TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

    ***  -- Acha as linhas da partida e, na mesma passada, conta as
    ***  -- vitorias/derrotas solo das demais partidas (pisos do
    ***  -- placar).
       LOCALIZA-PARTIDA.
           MOVE 0 TO WS-PT-QTD.
           MOVE "N" TO WS-EOF-GR.
           MOVE "N" TO WS-TEM-PENDENTE.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GAME-RESULT = "00" THEN
               PERFORM UNTIL WS-EOF-GR = "Y"
                   READ GAME-RESULT
                       AT END MOVE "Y" TO WS-EOF-GR
                       NOT AT END
                           PERFORM EXAMINA-REGISTRO-GR
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.
           IF WS-TEM-PENDENTE = "S" THEN
               PERFORM CONTA-PARTIDA-SOLO
               MOVE "N" TO WS-TEM-PENDENTE
           END-IF.

           IF WS-PT-QTD = 0 THEN
               DISPLAY "  GAME-ID " WS-CR-GAME-ID " nao encontrado em "
                   "game-result.txt - nada alterado."
               MOVE "N" TO WS-CR-OK
           END-IF.
           IF WS-PT-EXCESSO = "S" THEN
               DISPLAY "  GAME-ID " WS-CR-GAME-ID " aparece mais de "
                   "duas vezes em game-result.txt - acerte pela "
                   "AUDITORIA antes de corrigir."
               MOVE "N" TO WS-CR-OK
           END-IF.
           IF WS-CR-OK = "S" THEN
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-QTD
                   IF WS-PT-RESULTADO(WS-PT-IDX) = "A" THEN
                       MOVE "N" TO WS-CR-OK
                   END-IF
                   IF WS-PT-TORNEIO(WS-PT-IDX) = "T" THEN
                       MOVE "S" TO WS-TEM-TORNEIO
                   END-IF
               END-PERFORM
               IF WS-CR-OK = "N" THEN
                   DISPLAY "  Partida " WS-CR-GAME-ID " ja foi "
                       "anulada - nada alterado."
               END-IF
           END-IF.

       EXAMINA-REGISTRO-GR.
           IF GR-GAME-ID = WS-CR-GAME-ID THEN
               IF WS-PT-QTD < 2 THEN
                   ADD 1 TO WS-PT-QTD
                   MOVE GAME-RESULT-ARQUIVO TO WS-PT-REG(WS-PT-QTD)
                   MOVE GR-DATA      TO WS-PT-DATA
                   MOVE GR-PLAYER-ID TO WS-PT-PLAYER-ID(WS-PT-QTD)
                   MOVE GR-RESULTADO TO WS-PT-RESULTADO(WS-PT-QTD)
                   MOVE GR-TORNEIO   TO WS-PT-TORNEIO(WS-PT-QTD)
                   MOVE GR-RESULTADO TO WS-PT-NOVO(WS-PT-QTD)
                   MOVE "N" TO WS-PT-PM-AJUSTE(WS-PT-QTD)
               ELSE
                   MOVE "S" TO WS-PT-EXCESSO
               END-IF
           END-IF.

           IF WS-TEM-PENDENTE = "S"
               AND GR-GAME-ID = WS-PEND-GAME-ID THEN
               MOVE "N" TO WS-TEM-PENDENTE
           ELSE
               IF WS-TEM-PENDENTE = "S" THEN
                   PERFORM CONTA-PARTIDA-SOLO
               END-IF
               MOVE GR-GAME-ID   TO WS-PEND-GAME-ID
               MOVE GR-RESULTADO TO WS-PEND-RESULTADO
               MOVE GR-DATA      TO WS-PEND-DATA
               MOVE "S" TO WS-TEM-PENDENTE
           END-IF.

       CONTA-PARTIDA-SOLO.
           IF WS-PEND-GAME-ID NOT = WS-CR-GAME-ID
               AND WS-PEND-DATA >= WS-INICIO-TEMPORADA THEN
               EVALUATE WS-PEND-RESULTADO
                   WHEN "V"
                       ADD 1 TO WS-VIT-SOLO
                   WHEN "D"
                       ADD 1 TO WS-DER-SOLO
               END-EVALUATE
           END-IF.

    ***  -- Anulacao: todas as linhas da partida viram "A". Troca de
    ***  -- resultado: o lado informado recebe a acao e, no par
    ***  -- Jogador x Jogador, o outro lado recebe o resultado
    ***  -- complementar (V <-> D, E <-> E). Numa partida contra o
    ***  -- COBOL o lado pode ser informado como COBOL, e o
    ***  -- jogador recebe o complemento. Revisada: nada muda.
       DEFINE-NOVOS-RESULTADOS.
           EVALUATE WS-CR-ACAO
               WHEN "R"
                   CONTINUE
               WHEN "A"
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-QTD
                       MOVE "A" TO WS-PT-NOVO(WS-PT-IDX)
                   END-PERFORM
               WHEN OTHER
                   MOVE 0 TO WS-PT-LADO
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-QTD
                       IF WS-PT-PLAYER-ID(WS-PT-IDX) = WS-CR-LADO-ID
                           THEN
                           MOVE WS-PT-IDX TO WS-PT-LADO
                       END-IF
                   END-PERFORM
                   IF WS-PT-LADO NOT = 0 THEN
                       MOVE WS-CR-ACAO TO WS-PT-NOVO(WS-PT-LADO)
                       IF WS-PT-QTD = 2 THEN
                           COMPUTE WS-PT-OUTRO = 3 - WS-PT-LADO
                           MOVE WS-CR-ACAO TO WS-RES-ENTRA
                           PERFORM INVERTE-RESULTADO
                           MOVE WS-RES-SAI TO WS-PT-NOVO(WS-PT-OUTRO)
                       END-IF
                   ELSE
                       IF WS-PT-QTD = 1 AND WS-CR-LADO-ID = "COBOL"
                           THEN
                           MOVE WS-CR-ACAO TO WS-RES-ENTRA
                           PERFORM INVERTE-RESULTADO
                           MOVE WS-RES-SAI TO WS-PT-NOVO(1)
                       ELSE
                           DISPLAY "  " WS-CR-LADO-ID " nao jogou a "
                               "partida " WS-CR-GAME-ID
                               " - nada alterado."
                           MOVE "N" TO WS-CR-OK
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-CR-OK = "S" AND WS-CR-ACAO NOT = "R" THEN
               MOVE "N" TO WS-PT-MUDOU
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-QTD
                   IF WS-PT-NOVO(WS-PT-IDX) NOT =
                       WS-PT-RESULTADO(WS-PT-IDX) THEN
                       MOVE "S" TO WS-PT-MUDOU
                   END-IF
               END-PERFORM
               IF WS-PT-MUDOU = "N" THEN
                   DISPLAY "  O resultado pedido e o que ja esta "
                       "gravado - nada alterado."
                   MOVE "N" TO WS-CR-OK
               END-IF
           END-IF.

       INVERTE-RESULTADO.
           EVALUATE WS-RES-ENTRA
               WHEN "V"
                   MOVE "D" TO WS-RES-SAI
               WHEN "D"
                   MOVE "V" TO WS-RES-SAI
               WHEN OTHER
                   MOVE WS-RES-ENTRA TO WS-RES-SAI
           END-EVALUATE.

    ***  -- Carrega torneio.txt e localiza o confronto completo com o
    ***  -- GAME-ID da partida (so quando a partida foi de torneio).
    ***  -- Torneio ja encerrado e substituido nao tem mais o
    ***  -- confronto: a correcao segue sem tocar em torneio.txt.
       CARREGA-TORNEIO.
           MOVE 0 TO WS-TORNEIO-QTD.
           MOVE 0 TO WS-TORNEIO-ACHADO.
           MOVE SPACES TO WS-TORNEIO-JOG1.
           IF WS-TEM-TORNEIO = "S" THEN
               MOVE "N" TO WS-EOF-TR
               OPEN INPUT TORNEIO
               IF WS-FS-TORNEIO = "00" THEN
                   PERFORM UNTIL WS-EOF-TR = "Y"
                       READ TORNEIO
                           AT END MOVE "Y" TO WS-EOF-TR
                           NOT AT END
                               PERFORM GUARDA-REGISTRO-TORNEIO
                       END-READ
                   END-PERFORM
                   CLOSE TORNEIO
               END-IF
           END-IF.

       GUARDA-REGISTRO-TORNEIO.
           IF WS-TORNEIO-QTD < 120 THEN
               ADD 1 TO WS-TORNEIO-QTD
               MOVE TORNEIO-ARQUIVO TO WS-TORNEIO-REG(WS-TORNEIO-QTD)
               IF TR-TIPO = "P" AND TR-STATUS = "C"
                   AND TR-GAME-ID = WS-CR-GAME-ID THEN
                   MOVE WS-TORNEIO-QTD TO WS-TORNEIO-ACHADO
                   MOVE TR-JOG1 TO WS-TORNEIO-JOG1
               END-IF
           END-IF.

       LE-PLACAR.
           MOVE "N" TO WS-PLACAR-LIDO.
           OPEN INPUT PLACAR.
           IF WS-FS-PLACAR = "00" THEN
               READ PLACAR
                   AT END CONTINUE
               END-READ
               IF WS-FS-PLACAR = "00" THEN
                   MOVE "S" TO WS-PLACAR-LIDO
                   MOVE PLACAR-REG-USUARIO TO WS-PLACAR-USUARIO
                   MOVE PLACAR-REG-COBOL   TO WS-PLACAR-COBOL
                   MOVE PLACAR-REG-GAME-ID TO WS-PLACAR-GAME-ID
               END-IF
               CLOSE PLACAR
           END-IF.

       MOSTRA-CORRECAO.
           DISPLAY " ".
           DISPLAY "  Partida " WS-CR-GAME-ID " :".
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-QTD
               DISPLAY "    " WS-PT-PLAYER-ID(WS-PT-IDX)
                   "  resultado " WS-PT-RESULTADO(WS-PT-IDX)
                   " passa a " WS-PT-NOVO(WS-PT-IDX)
           END-PERFORM.
           IF WS-PT-QTD = 1 THEN
               DISPLAY "    (partida contra o COBOL)"
           END-IF.
           IF WS-CR-ACAO = "R" THEN
               DISPLAY "    Revisada pelo arbitro - resultado "
                   "mantido, nada sera alterado."
           END-IF.
           IF WS-TEM-TORNEIO = "S" AND WS-CR-ACAO NOT = "R" THEN
               IF WS-TORNEIO-ACHADO NOT = 0 THEN
                   IF WS-CR-ACAO = "A" THEN
                       DISPLAY "    Confronto do torneio volta a "
                           "pendente para ser jogado de novo."
                   ELSE
                       DISPLAY "    Resultado do confronto em "
                           "torneio.txt sera acertado."
                   END-IF
               ELSE
                   DISPLAY "    Partida de torneio, mas o confronto "
                       "nao esta mais em torneio.txt (torneio ja "
                       "encerrado?) - torneio.txt nao sera alterado."
               END-IF
           END-IF.
           DISPLAY "  Motivo : " WS-CR-MOTIVO.
           DISPLAY "  Arbitro : " WS-CR-ARBITRO.
           DISPLAY " ".

       APLICA-CORRECAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CR-HORA.
           IF WS-CR-ACAO NOT = "R" THEN
               PERFORM REGRAVA-GAME-RESULT
               PERFORM AJUSTA-PLAYER-MASTER
               IF WS-PT-DATA >= WS-INICIO-TEMPORADA THEN
                   PERFORM AJUSTA-PLACAR
               END-IF
               PERFORM AJUSTA-TORNEIO
           END-IF.
           PERFORM GRAVA-LOG-CORRECAO.
           DISPLAY " ".
           IF WS-CR-ACAO = "R" THEN
               DISPLAY "  Revisao da partida " WS-CR-GAME-ID
                   " gravada em correcoes-resultado.txt."
           ELSE
               DISPLAY "  Partida " WS-CR-GAME-ID " corrigida; "
                   "registro gravado em correcoes-resultado.txt."
           END-IF.
           IF WS-PL-AJUSTE = "X" THEN
               DISPLAY "  AVISO: placar.txt nao pode ser acertado "
                   "(ausente ou contador no limite)."
           END-IF.
           IF WS-PL-AJUSTE = "?" THEN
               DISPLAY "  Placar acertado em lado presumido "
                   "(partida Jogador x Jogador casual)."
           END-IF.
           IF WS-CR-ACAO NOT = "R"
               AND WS-PT-DATA < WS-INICIO-TEMPORADA THEN
               DISPLAY "  Partida de temporada ja encerrada - "
                   "placar.txt e historico da temporada nao mudam."
           END-IF.

    ***  -- Copia game-result.txt para o arquivo de trabalho com o
    ***  -- GR-RESULTADO novo nas linhas da partida e copia de volta.
       REGRAVA-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           MOVE 0 TO WS-PT-IDX.
           OPEN INPUT GAME-RESULT.
           OPEN OUTPUT GAME-RESULT-WORK.
           PERFORM UNTIL WS-EOF-GR = "Y"
               READ GAME-RESULT
                   AT END MOVE "Y" TO WS-EOF-GR
                   NOT AT END
                       MOVE GAME-RESULT-ARQUIVO
                           TO GAME-RESULT-WORK-ARQUIVO
                       IF GW-GAME-ID = WS-CR-GAME-ID
                           AND WS-PT-IDX < WS-PT-QTD THEN
                           ADD 1 TO WS-PT-IDX
                           MOVE WS-PT-NOVO(WS-PT-IDX) TO GW-RESULTADO
                       END-IF
                       WRITE GAME-RESULT-WORK-ARQUIVO
               END-READ
           END-PERFORM.
           CLOSE GAME-RESULT.
           CLOSE GAME-RESULT-WORK.

           MOVE "N" TO WS-EOF-GR.
           OPEN INPUT GAME-RESULT-WORK.
           OPEN OUTPUT GAME-RESULT.
           PERFORM UNTIL WS-EOF-GR = "Y"
               READ GAME-RESULT-WORK
                   AT END MOVE "Y" TO WS-EOF-GR
                   NOT AT END
                       MOVE GAME-RESULT-WORK-ARQUIVO
                           TO GAME-RESULT-ARQUIVO
                       WRITE GAME-RESULT-ARQUIVO
               END-READ
           END-PERFORM.
           CLOSE GAME-RESULT-WORK.
           CLOSE GAME-RESULT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-QTD
               IF WS-PT-NOVO(WS-PT-IDX) NOT =
                   WS-PT-RESULTADO(WS-PT-IDX) THEN
                   MOVE WS-CR-GAME-ID TO WS-REDO-CR-GAME-ID
                   MOVE WS-PT-PLAYER-ID(WS-PT-IDX)
                       TO WS-REDO-CR-PLAYER-ID
                   MOVE WS-PT-RESULTADO(WS-PT-IDX) TO WS-REDO-CR-ANTES
                   MOVE WS-PT-NOVO(WS-PT-IDX) TO WS-REDO-CR-DEPOIS
                   MOVE "C" TO WS-REDO-TIPO
                   MOVE WS-REDO-CR TO WS-REDO-DADOS
                   PERFORM GRAVA-REDO-LOG
               END-IF
           END-PERFORM.

    ***  -- Desfaz o resultado antigo e soma o novo no cadastro de
    ***  -- cada lado que mudou.
       AJUSTA-PLAYER-MASTER.
           OPEN I-O PLAYER-MASTER.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-QTD
               IF WS-PT-NOVO(WS-PT-IDX) NOT =
                   WS-PT-RESULTADO(WS-PT-IDX) THEN
                   PERFORM AJUSTA-PLAYER-MASTER-LADO
               END-IF
           END-PERFORM.
           IF WS-FS-PLAYER-MASTER NOT = "35" THEN
               CLOSE PLAYER-MASTER
           END-IF.

       AJUSTA-PLAYER-MASTER-LADO.
           MOVE "X" TO WS-PT-PM-AJUSTE(WS-PT-IDX).
           MOVE WS-PT-PLAYER-ID(WS-PT-IDX) TO PM-ID.
           READ PLAYER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PT-PM-AJUSTE(WS-PT-IDX)
           END-READ.
           IF WS-PT-PM-AJUSTE(WS-PT-IDX) = "S" THEN
               MOVE PM-VITORIAS TO WS-REDO-PM-V-ANTES
               MOVE PM-DERROTAS TO WS-REDO-PM-D-ANTES
               MOVE PM-EMPATES  TO WS-REDO-PM-E-ANTES
               EVALUATE WS-PT-RESULTADO(WS-PT-IDX)
                   WHEN "V"
                       IF PM-VITORIAS > 0 THEN
                           SUBTRACT 1 FROM PM-VITORIAS
                       END-IF
                   WHEN "D"
                       IF PM-DERROTAS > 0 THEN
                           SUBTRACT 1 FROM PM-DERROTAS
                       END-IF
                   WHEN "E"
                       IF PM-EMPATES > 0 THEN
                           SUBTRACT 1 FROM PM-EMPATES
                       END-IF
               END-EVALUATE
               EVALUATE WS-PT-NOVO(WS-PT-IDX)
                   WHEN "V"
                       ADD 1 TO PM-VITORIAS
                   WHEN "D"
                       ADD 1 TO PM-DERROTAS
                   WHEN "E"
                       ADD 1 TO PM-EMPATES
               END-EVALUATE
               REWRITE PLAYER-MASTER-ARQUIVO
                   INVALID KEY
                       MOVE "X" TO WS-PT-PM-AJUSTE(WS-PT-IDX)
                   NOT INVALID KEY
                       PERFORM GRAVA-REDO-PLAYER-MASTER
               END-REWRITE
           ELSE
               DISPLAY "  AVISO: " WS-PT-PLAYER-ID(WS-PT-IDX)
                   " nao esta no player-master - contadores nao "
                   "acertados."
           END-IF.

       GRAVA-REDO-PLAYER-MASTER.
           MOVE PM-ID            TO WS-REDO-PM-ID.
           MOVE "N"              TO WS-REDO-PM-NOVO.
           MOVE PM-VITORIAS      TO WS-REDO-PM-V-DEPOIS.
           MOVE PM-DERROTAS      TO WS-REDO-PM-D-DEPOIS.
           MOVE PM-EMPATES       TO WS-REDO-PM-E-DEPOIS.
           MOVE PM-DATA-CADASTRO TO WS-REDO-PM-CADASTRO.
           MOVE "M" TO WS-REDO-TIPO.
           MOVE WS-REDO-PM TO WS-REDO-DADOS.
           PERFORM GRAVA-REDO-LOG.

    ***  -- Cada partida decidida vale um ponto no placar (VOCE ou
    ***  -- COBOL). Contra o COBOL o lado e certo: V do jogador e
    ***  -- ponto de VOCE, D e ponto do COBOL. No par Jogador x
    ***  -- Jogador de torneio, VOCE e o Jogador 1 (TR-JOG1). No par
    ***  -- casual o lado e presumido: tira de onde nao quebra os
    ***  -- pisos da AUDITORIA e poe do lado oposto.
       AJUSTA-PLACAR.
           MOVE "N" TO WS-PL-AJUSTE.
           MOVE SPACE TO WS-PL-COL-TIRA.
           MOVE SPACE TO WS-PL-COL-POE.
           MOVE 0 TO WS-PL-IDX-TIRA.
           MOVE 0 TO WS-PL-IDX-POE.
           IF WS-PT-QTD = 1 THEN
               EVALUATE WS-PT-RESULTADO(1)
                   WHEN "V"
                       MOVE "U" TO WS-PL-COL-TIRA
                   WHEN "D"
                       MOVE "C" TO WS-PL-COL-TIRA
               END-EVALUATE
               EVALUATE WS-PT-NOVO(1)
                   WHEN "V"
                       MOVE "U" TO WS-PL-COL-POE
                   WHEN "D"
                       MOVE "C" TO WS-PL-COL-POE
               END-EVALUATE
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-QTD
                   IF WS-PT-RESULTADO(WS-PT-IDX) = "V" THEN
                       MOVE WS-PT-IDX TO WS-PL-IDX-TIRA
                   END-IF
                   IF WS-PT-NOVO(WS-PT-IDX) = "V" THEN
                       MOVE WS-PT-IDX TO WS-PL-IDX-POE
                   END-IF
               END-PERFORM
               IF WS-TORNEIO-ACHADO NOT = 0 THEN
                   PERFORM DEFINE-COLUNAS-TORNEIO
               ELSE
                   PERFORM DEFINE-COLUNAS-PRESUMIDAS
               END-IF
           END-IF.
           IF WS-PL-COL-TIRA = WS-PL-COL-POE THEN
               MOVE SPACE TO WS-PL-COL-TIRA
               MOVE SPACE TO WS-PL-COL-POE
           END-IF.
           IF WS-PL-COL-TIRA NOT = SPACE
               OR WS-PL-COL-POE NOT = SPACE THEN
               IF WS-PLACAR-LIDO = "N" THEN
                   MOVE "X" TO WS-PL-AJUSTE
               ELSE
                   PERFORM APLICA-AJUSTE-PLACAR
               END-IF
           END-IF.

       DEFINE-COLUNAS-TORNEIO.
           IF WS-PL-IDX-TIRA NOT = 0 THEN
               IF WS-PT-PLAYER-ID(WS-PL-IDX-TIRA) = WS-TORNEIO-JOG1
                   THEN
                   MOVE "U" TO WS-PL-COL-TIRA
               ELSE
                   MOVE "C" TO WS-PL-COL-TIRA
               END-IF
           END-IF.
           IF WS-PL-IDX-POE NOT = 0 THEN
               IF WS-PT-PLAYER-ID(WS-PL-IDX-POE) = WS-TORNEIO-JOG1
                   THEN
                   MOVE "U" TO WS-PL-COL-POE
               ELSE
                   MOVE "C" TO WS-PL-COL-POE
               END-IF
           END-IF.

       DEFINE-COLUNAS-PRESUMIDAS.
           IF WS-PL-IDX-TIRA NOT = 0 THEN
               MOVE "S" TO WS-PL-PRESUMIDO
               IF WS-PLACAR-USUARIO > WS-VIT-SOLO THEN
                   MOVE "U" TO WS-PL-COL-TIRA
               ELSE
                   MOVE "C" TO WS-PL-COL-TIRA
               END-IF
           END-IF.
           IF WS-PL-IDX-POE NOT = 0 THEN
               MOVE "S" TO WS-PL-PRESUMIDO
               IF WS-PL-COL-TIRA = "U" THEN
                   MOVE "C" TO WS-PL-COL-POE
               ELSE
                   MOVE "U" TO WS-PL-COL-POE
               END-IF
           END-IF.

       APLICA-AJUSTE-PLACAR.
           MOVE "S" TO WS-PL-AJUSTE.
           IF WS-PL-COL-TIRA = "U" THEN
               IF WS-PLACAR-USUARIO > 0 THEN
                   SUBTRACT 1 FROM WS-PLACAR-USUARIO
               ELSE
                   MOVE "X" TO WS-PL-AJUSTE
               END-IF
           END-IF.
           IF WS-PL-COL-TIRA = "C" THEN
               IF WS-PLACAR-COBOL > 0 THEN
                   SUBTRACT 1 FROM WS-PLACAR-COBOL
               ELSE
                   MOVE "X" TO WS-PL-AJUSTE
               END-IF
           END-IF.
           IF WS-PL-COL-POE = "U" THEN
               IF WS-PLACAR-USUARIO < 99 THEN
                   ADD 1 TO WS-PLACAR-USUARIO
               ELSE
                   MOVE "X" TO WS-PL-AJUSTE
               END-IF
           END-IF.
           IF WS-PL-COL-POE = "C" THEN
               IF WS-PLACAR-COBOL < 99 THEN
                   ADD 1 TO WS-PLACAR-COBOL
               ELSE
                   MOVE "X" TO WS-PL-AJUSTE
               END-IF
           END-IF.
           IF WS-PL-AJUSTE = "S" AND WS-PL-PRESUMIDO = "S" THEN
               MOVE "?" TO WS-PL-AJUSTE
           END-IF.
           MOVE WS-PLACAR-USUARIO TO PLACAR-REG-USUARIO.
           MOVE WS-PLACAR-COBOL   TO PLACAR-REG-COBOL.
           MOVE WS-PLACAR-GAME-ID TO PLACAR-REG-GAME-ID.
           OPEN OUTPUT PLACAR.
           WRITE PLACAR-ARQUIVO.
           CLOSE PLACAR.
           MOVE "P" TO WS-REDO-TIPO.
           MOVE PLACAR-ARQUIVO TO WS-REDO-DADOS.
           PERFORM GRAVA-REDO-LOG.

    ***  -- Confronto achado: anulacao volta o confronto a pendente
    ***  -- (sem resultado nem GAME-ID); troca regrava TR-RESULTADO
    ***  -- visto do Jogador 1 ("1", "2" ou "E", como
    ***  -- MARCA-PARTIDA-TORNEIO).
       AJUSTA-TORNEIO.
           MOVE "N" TO WS-TR-AJUSTE.
           IF WS-TEM-TORNEIO = "S" AND WS-TORNEIO-ACHADO = 0 THEN
               MOVE "X" TO WS-TR-AJUSTE
           END-IF.
           IF WS-TORNEIO-ACHADO NOT = 0 THEN
               MOVE WS-TORNEIO-REG(WS-TORNEIO-ACHADO)
                   TO TORNEIO-ARQUIVO
               IF WS-CR-ACAO = "A" THEN
                   MOVE "P"   TO TR-STATUS
                   MOVE SPACE TO TR-RESULTADO
                   MOVE 0     TO TR-GAME-ID
               ELSE
                   PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-QTD
                       IF WS-PT-PLAYER-ID(WS-PT-IDX) = TR-JOG1 THEN
                           EVALUATE WS-PT-NOVO(WS-PT-IDX)
                               WHEN "V"
                                   MOVE "1" TO TR-RESULTADO
                               WHEN "D"
                                   MOVE "2" TO TR-RESULTADO
                               WHEN OTHER
                                   MOVE "E" TO TR-RESULTADO
                           END-EVALUATE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE TR-NUM        TO WS-REDO-TU-NUM
               MOVE WS-CR-GAME-ID TO WS-REDO-TU-GAME-ID
               MOVE TR-STATUS     TO WS-REDO-TU-STATUS
               MOVE TR-RESULTADO  TO WS-REDO-TU-RESULTADO
               MOVE TR-GAME-ID    TO WS-REDO-TU-GAME-ID-NOVO
               MOVE TORNEIO-ARQUIVO
                   TO WS-TORNEIO-REG(WS-TORNEIO-ACHADO)
               OPEN OUTPUT TORNEIO
               PERFORM VARYING WS-TORNEIO-IDX FROM 1 BY 1
                   UNTIL WS-TORNEIO-IDX > WS-TORNEIO-QTD
                   MOVE WS-TORNEIO-REG(WS-TORNEIO-IDX)
                       TO TORNEIO-ARQUIVO
                   WRITE TORNEIO-ARQUIVO
               END-PERFORM
               CLOSE TORNEIO
               MOVE "S" TO WS-TR-AJUSTE
               MOVE "U" TO WS-REDO-TIPO
               MOVE WS-REDO-TU TO WS-REDO-DADOS
               PERFORM GRAVA-REDO-LOG
           END-IF.

    ***  -- Log permanente: OPEN EXTEND com queda para OUTPUT na
    ***  -- primeira vez, como GRAVA-GAME-RESULT.
       GRAVA-LOG-CORRECAO.
           OPEN EXTEND CORRECOES.
           IF WS-FS-CORRECOES = "35" THEN
               OPEN OUTPUT CORRECOES
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-QTD
               IF WS-PT-NOVO(WS-PT-IDX) NOT =
                   WS-PT-RESULTADO(WS-PT-IDX)
                   OR WS-CR-ACAO = "R" THEN
                   MOVE SPACES TO CORRECOES-ARQUIVO
                   MOVE WS-CR-DATA    TO CR-DATA
                   MOVE WS-CR-HORA    TO CR-HORA
                   MOVE WS-CR-GAME-ID TO CR-GAME-ID
                   MOVE WS-CR-ACAO    TO CR-ACAO
                   MOVE WS-CR-LADO-ID TO CR-LADO-ID
                   MOVE WS-CR-ARBITRO TO CR-ARBITRO
                   MOVE WS-CR-MOTIVO  TO CR-MOTIVO
                   MOVE WS-PT-REG(WS-PT-IDX) TO CR-GR-ORIGINAL
                   MOVE WS-PT-NOVO(WS-PT-IDX) TO CR-RESULTADO-NOVO
                   MOVE WS-PT-PM-AJUSTE(WS-PT-IDX) TO CR-PM-AJUSTE
                   MOVE WS-PL-AJUSTE  TO CR-PLACAR-AJUSTE
                   MOVE WS-TR-AJUSTE  TO CR-TORNEIO-AJUSTE
                   WRITE CORRECOES-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE CORRECOES.

    ***  -- Mesmo tratamento do redo log em JOGO-DA-VELHA-V.cbl: sem
    ***  -- log (nenhuma partida desde o fechamento) ele nasce com o
    ***  -- cabecalho do conjunto de backup do controle-fechamento.txt.
       GRAVA-REDO-LOG.
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
           MOVE 0             TO RL-ESTACAO.
           MOVE WS-CR-GAME-ID TO RL-GAME-ID.
           MOVE WS-REDO-TIPO  TO RL-TIPO.
           MOVE WS-REDO-DADOS TO RL-DADOS.
           MOVE "*"           TO RL-FIM.
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

       END PROGRAM JOGO-DA-VELHA-CORRECAO.
