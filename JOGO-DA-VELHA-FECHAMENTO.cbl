      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Fechamento de fim de dia dos quatro depositos
      *          permanentes (placar.txt, player-master.dat,
      *          game-result.txt, jogadas.txt):
      *          - copia cada um para um conjunto de backup datado
      *            (backup-AAAAMMDD-<arquivo>) e registra a data do
      *            conjunto em backup-catalogo.txt, a lista de todos os
      *            conjuntos gravados (usada pelo JOGO-DA-VELHA-LGPD);
      *          - imprime o relatorio de controle (partidas jogadas
      *            hoje por GR-DATA, registros acrescentados em cada
      *            arquivo desde o ultimo fechamento, placar atual);
      *            controle com a data e as contagens esperadas, que o
      *            jogo confere no arranque (VERIFICA-INTEGRIDADE-
      *            ARQUIVOS em JOGO-DA-VELHA-V.cbl) para detectar
      *            arquivo encolhido/corrompido e oferecer o restore;
      *          - abre um redo-log.txt novo, cujo cabecalho aponta
      *            para o conjunto recem-gravado: dai em diante o jogo
      *            acrescenta nele cada partida gravada, e o
      *            JOGO-DA-VELHA-REDO o reaplica por cima do restore.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
    ***  -- Um unico par de FDs genericos copia os tres arquivos
    ***  -- texto (o nome e trocado por passada); todos os registros
    ***  -- terminam em campo nao-branco, entao o X(60) copia sem
    ***  -- perder nada.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

    ***  -- Um registro por conjunto de backup gravado (a mesma data
    ***  -- aparece de novo se o fechamento rodar duas vezes no dia).
       SELECT BACKUP-CATALOGO ASSIGN TO 'backup-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BKP-CAT.

    ***  -- Redo log do dia (ver JOGO-DA-VELHA-REDO): so o
    ***  -- cabecalho e gravado aqui.
       SELECT REDO-LOG ASSIGN TO 'redo-log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REDO.

       SELECT FECHAMENTO-RELATORIO
       ASSIGN TO 'fechamento-relatorio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD PLACAR.
       01 PLACAR-ARQUIVO.
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       FD BACKUP-CATALOGO.
       01 BACKUP-CATALOGO-ARQUIVO.
           05 BC-DATA PIC 9(8).
           05 BC-HORA PIC 9(6).

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

       FD FECHAMENTO-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).
       01 WS-FS-PLACAR        PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE      PIC X(2) VALUE "00".
       01 WS-FS-RELATORIO     PIC X(2) VALUE "00".
       01 WS-FS-REDO          PIC X(2) VALUE "00".
       01 WS-FS-BKP-CAT       PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-ENTRADA   PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQ-SAIDA     PIC X(40) VALUE SPACES.
       01 WS-QTD-PLACAR PIC 9(7) VALUE 0.
       01 WS-QTD-PM     PIC 9(7) VALUE 0.
       01 WS-QTD-GR     PIC 9(7) VALUE 0.
       01 WS-QTD-JOG    PIC 9(7) VALUE 0.
       01 WS-QTD-COPIA  PIC 9(7) VALUE 0.

    ************* CONTROLE ANTERIOR -----------------------------------
       01 WS-ANT-PLACAR PIC 9(7) VALUE 0.
       01 WS-ANT-PM     PIC 9(7) VALUE 0.
       01 WS-ANT-GR     PIC 9(7) VALUE 0.
       01 WS-ANT-JOG    PIC 9(7) VALUE 0.

    ************* PARTIDAS DE HOJE ------------------------------------
       01 WS-JOGOS-HOJE     PIC 9(5) VALUE 0.
           PERFORM LE-CONTROLE-ANTERIOR.
           PERFORM CONTA-ARQUIVOS.
           PERFORM COPIA-BACKUP-SET.
           PERFORM GRAVA-BACKUP-CATALOGO.
           PERFORM GRAVA-CONTROLE.
           PERFORM INICIA-REDO-LOG.
           PERFORM IMPRIME-RELATORIO.

           DISPLAY " ".
                   MOVE CTL-QTD-PLACAR TO WS-ANT-PLACAR
                   MOVE CTL-QTD-PM     TO WS-ANT-PM
                   MOVE CTL-QTD-GR     TO WS-ANT-GR
                   MOVE CTL-QTD-JOG    TO WS-ANT-JOG
               END-IF
               CLOSE CONTROLE-FECHAMENTO
           END-IF.
           PERFORM CONTA-REGISTROS-ENTRADA.
           MOVE WS-QTD-COPIA TO WS-QTD-PLACAR.

           MOVE "jogadas.txt" TO WS-NOME-ARQ-ENTRADA.
           PERFORM CONTA-REGISTROS-ENTRADA.
           MOVE WS-QTD-COPIA TO WS-QTD-JOG.

           PERFORM CONTA-GAME-RESULT.
           PERFORM CONTA-PLAYER-MASTER.
               DELIMITED BY SIZE INTO WS-NOME-ARQ-SAIDA.
           PERFORM COPIA-ARQUIVO-TEXTO.

           MOVE "jogadas.txt" TO WS-NOME-ARQ-ENTRADA.
           MOVE SPACES TO WS-NOME-ARQ-SAIDA.
           STRING "backup-" WS-DATA-HOJE "-jogadas.txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-SAIDA.
           PERFORM COPIA-ARQUIVO-TEXTO.

           END-IF.
           CLOSE PLAYER-MASTER-BACKUP.

       GRAVA-BACKUP-CATALOGO.
           OPEN EXTEND BACKUP-CATALOGO.
           IF WS-FS-BKP-CAT = "35" THEN
               OPEN OUTPUT BACKUP-CATALOGO
           END-IF.
           MOVE WS-DATA-HOJE TO BC-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BC-HORA.
           WRITE BACKUP-CATALOGO-ARQUIVO.
           CLOSE BACKUP-CATALOGO.

       GRAVA-CONTROLE.
           MOVE WS-DATA-HOJE  TO CTL-DATA.
           MOVE WS-QTD-PLACAR TO CTL-QTD-PLACAR.
           MOVE WS-QTD-PM     TO CTL-QTD-PM.
           MOVE WS-QTD-GR     TO CTL-QTD-GR.
           MOVE WS-QTD-JOG    TO CTL-QTD-JOG.
           OPEN OUTPUT CONTROLE-FECHAMENTO.
           WRITE CONTROLE-ARQUIVO.
           CLOSE CONTROLE-FECHAMENTO.

    ***  -- O conjunto de backup agora cobre tudo o que o redo log
    ***  -- anterior guardava; o log recomeca so com o cabecalho "H"
    ***  -- (data do conjunto que ele complementa, conferida pelo
    ***  -- JOGO-DA-VELHA-REDO antes de reaplicar qualquer coisa).
       INICIA-REDO-LOG.
           MOVE SPACES TO REDO-LOG-ARQUIVO.
           MOVE WS-DATA-HOJE TO RL-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-HORA.
           MOVE 0 TO RL-ESTACAO.
           MOVE 0 TO RL-GAME-ID.
           MOVE "H" TO RL-TIPO.
           MOVE WS-DATA-HOJE TO RL-H-CTL-DATA.
           MOVE "*" TO RL-FIM.
           OPEN OUTPUT REDO-LOG.
           WRITE REDO-LOG-ARQUIVO.
           CLOSE REDO-LOG.

       IMPRIME-RELATORIO.
           OPEN OUTPUT FECHAMENTO-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM MONTA-LINHA-ARQUIVO-PLACAR.
           PERFORM MONTA-LINHA-ARQUIVO-PM.
           PERFORM MONTA-LINHA-ARQUIVO-GR.
           PERFORM MONTA-LINHA-ARQUIVO-JOG.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "redo-log.txt       : reiniciado para o conjunto "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Placar atual : VOCE " WS-PLACAR-USUARIO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       MONTA-LINHA-ARQUIVO-JOG.
           COMPUTE WS-DIFERENCA = WS-QTD-JOG - WS-ANT-JOG.
           MOVE WS-DIFERENCA TO WS-DIF-EXIBE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "jogadas.txt        : " WS-QTD-JOG
               " registro(s), " WS-DIF-EXIBE
               " desde o ultimo fechamento"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
