      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Roll-forward do redo log: depois que o jogo restaura
      *          o conjunto de backup do ultimo fechamento
      *          (RESTAURA-BACKUP-SET em JOGO-DA-VELHA-V.cbl), reaplica
      *          o redo-log.txt gravado pelas partidas desde entao e
      *          traz os depositos de volta ao momento da queda:
      *          - "G" linhas de game-result.txt e "J" registros de
      *            jogadas.txt sao acrescentados se ainda nao estao la
      *            (chave GAME-ID + PLAYER-ID / GAME-ID + numero da
      *            jogada; jogadas.txt e conferido junto com os
      *            archives gerados depois do fechamento);
      *          - "M" contadores do player-master: aplica quando o
      *            registro esta no "antes" da entrada, pula quando ja
      *            esta no "depois" (ou mais adiante na sequencia do
      *            jogador) e aponta como divergente o resto;
      *          - "T" marca a partida do torneio.txt ainda pendente;
      *          - "P" o ultimo placar do log substitui placar.txt;
      *          - "C" correcoes de resultado (JOGO-DA-VELHA-CORRECAO)
      *            refeitas nas linhas de game-result.txt, e "U" o
      *            acerto do confronto no torneio.txt (os contadores e
      *            o placar da correcao vem como "M" e "P");
      *          - "I" trocas de ID do JOGO-DA-VELHA-CADASTRO (correcao
      *            e unificacao) refeitas no player-master e nas linhas
      *            de game-result.txt; entradas anteriores do ID antigo
      *            nao o trazem de volta.
      *          Pode ser rodado de novo sem duplicar nada. Para no
      *          primeiro registro danificado (linha cortada, tipo
      *          desconhecido, campo numerico invalido) e no log de
      *          outro conjunto de backup (cabecalho "H" com data
      *          diferente da de controle-fechamento.txt). Imprime
      *          redo-relatorio.txt e termina com codigo de retorno
      *          8 quando parou ou achou divergencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-REDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REDO-LOG ASSIGN TO 'redo-log.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-REDO.

       SELECT CONTROLE-FECHAMENTO
       ASSIGN TO 'controle-fechamento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

    ***  -- Arquivo de trabalho para regravar game-result.txt com as
    ***  -- correcoes de resultado e trocas de ID do log (mesmo padrao
    ***  -- copia-e-volta de JOGO-DA-VELHA-CADASTRO).
       SELECT GAME-RESULT-WORK ASSIGN TO 'game-result-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GR-WORK.

       SELECT JOGADAS ASSIGN TO 'jogadas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS.

       SELECT ARCHIVE-CATALOGO ASSIGN TO 'archive-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT JOGADAS-ARCHIVE
       ASSIGN TO DYNAMIC WS-NOME-ARQ-JOGADAS-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOGADAS-ARCHIVE.

       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

       SELECT TORNEIO ASSIGN TO 'torneio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TORNEIO.

       SELECT PLACAR ASSIGN TO 'placar.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PLACAR.

       SELECT REDO-RELATORIO ASSIGN TO 'redo-relatorio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD REDO-LOG.
       01 REDO-LOG-ARQUIVO PIC X(82).

       FD CONTROLE-FECHAMENTO.
       01 CONTROLE-ARQUIVO.
           05 CTL-DATA       PIC 9(8).
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       FD GAME-RESULT.
       01 GAME-RESULT-ARQUIVO.
           05 GR-CHAVE.
               10 GR-GAME-ID   PIC 9(5).
               10 GR-PLAYER-ID PIC X(5).
           05 FILLER           PIC X(18).

       FD GAME-RESULT-WORK.
       01 GAME-RESULT-WORK-ARQUIVO.
           05 GW-CHAVE.
               10 GW-GAME-ID   PIC 9(5).
               10 GW-PLAYER-ID PIC X(5).
           05 GW-SIMBOLO       PIC X(1).
           05 GW-RESULTADO     PIC X(1).
           05 FILLER           PIC X(16).

       FD JOGADAS.
       01 JOGADAS-ARQUIVO.
           05 JG-CHAVE.
               10 JG-GAME-ID    PIC 9(5).
               10 JG-NUM-JOGADA PIC 9(2).
           05 FILLER            PIC X(24).

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
           05 CAT-NOME-ARQ    PIC X(40).
           05 CAT-DATA        PIC 9(8).
           05 CAT-GAME-ID-MIN PIC 9(5).
           05 CAT-GAME-ID-MAX PIC 9(5).
           05 CAT-QTD-REG     PIC 9(7).

       FD JOGADAS-ARCHIVE.
       01 JOGADAS-ARCHIVE-ARQUIVO.
           05 JA-CHAVE.
               10 JA-GAME-ID    PIC 9(5).
               10 JA-NUM-JOGADA PIC 9(2).
           05 FILLER            PIC X(24).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PM-ID            PIC X(5).
           05 PM-CONTADORES.
               10 PM-VITORIAS  PIC 9(5).
               10 PM-DERROTAS  PIC 9(5).
               10 PM-EMPATES   PIC 9(5).
           05 PM-NOME          PIC X(30).
           05 PM-DATA-CADASTRO PIC 9(8).

       FD TORNEIO.
       01 TORNEIO-ARQUIVO PIC X(51).

       FD PLACAR.
       01 PLACAR-ARQUIVO.
           05 PLACAR-REG-USUARIO PIC 9(2).
           05 PLACAR-REG-COBOL   PIC 9(2).
           05 PLACAR-REG-GAME-ID PIC 9(5).

       FD REDO-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-REDO            PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE        PIC X(2) VALUE "00".
       01 WS-FS-GAME-RESULT     PIC X(2) VALUE "00".
       01 WS-FS-GR-WORK         PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS         PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO        PIC X(2) VALUE "00".
       01 WS-FS-JOGADAS-ARCHIVE PIC X(2) VALUE "00".
       01 WS-FS-PLAYER-MASTER   PIC X(2) VALUE "00".
       01 WS-FS-TORNEIO         PIC X(2) VALUE "00".
       01 WS-FS-PLACAR          PIC X(2) VALUE "00".
       01 WS-FS-RELATORIO       PIC X(2) VALUE "00".

       01 WS-NOME-ARQ-JOGADAS-ARCHIVE PIC X(40) VALUE SPACES.

       01 WS-DATA-HOJE PIC 9(8).
       01 WS-HORA-HOJE PIC 9(6).
       01 WS-EOF       PIC X(1) VALUE "N".
       01 WS-EOF-CAT   PIC X(1) VALUE "N".
       01 WS-IDX       PIC 9(4).
       01 WS-IDX-SEG   PIC 9(4).
       01 WS-IDX-BUSCA PIC 9(4).

    ************* CONTROLE DO FECHAMENTO ------------------------------
       01 WS-CTL-LIDO  PIC X(1) VALUE "N".
       01 WS-CTL-DATA  PIC 9(8) VALUE 0.

    ************* REGISTRO DO REDO LOG EM CONFERENCIA -----------------
    ***  -- Mesmo layout de REDO-LOG em JOGO-DA-VELHA-V.cbl, com as
    ***  -- imagens de cada tipo: "G" = registro de game-result.txt,
    ***  -- "J" = registro de jogadas.txt, "M" = PM-ID, "S" se o
    ***  -- registro foi criado pela partida, V/D/E antes e depois e
    ***  -- data de cadastro, "T" = partida, resultado e GAME-ID da
    ***  -- marca do torneio, "P" = registro de placar.txt gravado.
    ***  -- Gravados fora do jogo: "C" = correcao de resultado do
    ***  -- JOGO-DA-VELHA-CORRECAO (GAME-ID, PLAYER-ID, resultado
    ***  -- antes e depois; a mesma correcao grava "M" e "P" dos
    ***  -- contadores e do placar que acertou), "U" = confronto do
    ***  -- torneio acertado pela correcao (partida, GAME-ID
    ***  -- corrigido, situacao, resultado e GAME-ID que ficaram),
    ***  -- "I" = troca de ID do JOGO-DA-VELHA-CADASTRO (ID antigo,
    ***  -- ID novo, "C" correcao ou "U" unificacao, maior GAME-ID
    ***  -- de game-result.txt na troca e V/D/E do ID novo depois).
       01 WS-RL-ATUAL.
           05 WS-RL-DATA    PIC 9(8).
           05 WS-RL-HORA    PIC 9(6).
           05 WS-RL-ESTACAO PIC 9(1).
           05 WS-RL-GAME-ID PIC 9(5).
           05 WS-RL-TIPO    PIC X(1).
           05 WS-RL-DADOS   PIC X(60).
           05 WS-RL-DADOS-CAB REDEFINES WS-RL-DADOS.
               10 WS-RL-H-CTL-DATA PIC 9(8).
               10 FILLER           PIC X(52).
           05 WS-RL-DADOS-GR REDEFINES WS-RL-DADOS.
               10 WS-RL-G-GAME-ID   PIC 9(5).
               10 WS-RL-G-PLAYER-ID PIC X(5).
               10 WS-RL-G-SIMBOLO   PIC X(1).
               10 WS-RL-G-RESULTADO PIC X(1).
               10 WS-RL-G-DATA      PIC 9(8).
               10 WS-RL-G-HORA      PIC 9(6).
               10 WS-RL-G-TORNEIO   PIC X(1).
               10 WS-RL-G-DIFICULDADE PIC X(1).
               10 FILLER            PIC X(32).
           05 WS-RL-DADOS-PM REDEFINES WS-RL-DADOS.
               10 WS-RL-M-ID        PIC X(5).
               10 WS-RL-M-NOVO      PIC X(1).
               10 WS-RL-M-V-ANTES   PIC 9(5).
               10 WS-RL-M-D-ANTES   PIC 9(5).
               10 WS-RL-M-E-ANTES   PIC 9(5).
               10 WS-RL-M-V-DEPOIS  PIC 9(5).
               10 WS-RL-M-D-DEPOIS  PIC 9(5).
               10 WS-RL-M-E-DEPOIS  PIC 9(5).
               10 WS-RL-M-CADASTRO  PIC 9(8).
               10 FILLER            PIC X(16).
           05 WS-RL-DADOS-JG REDEFINES WS-RL-DADOS.
               10 WS-RL-J-GAME-ID   PIC 9(5).
               10 WS-RL-J-NUM       PIC 9(2).
               10 WS-RL-J-PLAYER-ID PIC X(5).
               10 WS-RL-J-SIMBOLO   PIC X(1).
               10 WS-RL-J-LINHA     PIC 9(1).
               10 WS-RL-J-COLUNA    PIC 9(1).
               10 WS-RL-J-TAMANHO   PIC 9(1).
               10 WS-RL-J-DATA      PIC 9(8).
               10 WS-RL-J-HORA      PIC 9(6).
               10 WS-RL-J-ESTACAO   PIC 9(1).
               10 FILLER            PIC X(29).
           05 WS-RL-DADOS-TR REDEFINES WS-RL-DADOS.
               10 WS-RL-T-NUM       PIC 9(3).
               10 WS-RL-T-RESULTADO PIC X(1).
               10 WS-RL-T-GAME-ID   PIC 9(5).
               10 FILLER            PIC X(51).
           05 WS-RL-DADOS-PL REDEFINES WS-RL-DADOS.
               10 WS-RL-P-USUARIO   PIC 9(2).
               10 WS-RL-P-COBOL     PIC 9(2).
               10 WS-RL-P-GAME-ID   PIC 9(5).
               10 FILLER            PIC X(51).
           05 WS-RL-DADOS-CR REDEFINES WS-RL-DADOS.
               10 WS-RL-C-GAME-ID   PIC 9(5).
               10 WS-RL-C-PLAYER-ID PIC X(5).
               10 WS-RL-C-ANTES     PIC X(1).
               10 WS-RL-C-DEPOIS    PIC X(1).
               10 FILLER            PIC X(48).
           05 WS-RL-DADOS-ID REDEFINES WS-RL-DADOS.
               10 WS-RL-I-ANTIGO    PIC X(5).
               10 WS-RL-I-NOVO      PIC X(5).
               10 WS-RL-I-OPERACAO  PIC X(1).
               10 WS-RL-I-GAME-ID   PIC 9(5).
               10 WS-RL-I-V-DEPOIS  PIC 9(5).
               10 WS-RL-I-D-DEPOIS  PIC 9(5).
               10 WS-RL-I-E-DEPOIS  PIC 9(5).
               10 FILLER            PIC X(29).
           05 WS-RL-DADOS-TU REDEFINES WS-RL-DADOS.
               10 WS-RL-U-NUM       PIC 9(3).
               10 WS-RL-U-GAME-ID   PIC 9(5).
               10 WS-RL-U-STATUS    PIC X(1).
               10 WS-RL-U-RESULTADO PIC X(1).
               10 WS-RL-U-GAME-ID-NOVO PIC 9(5).
               10 FILLER            PIC X(45).
           05 WS-RL-FIM     PIC X(1).
       01 WS-RL-MOTIVO PIC X(45) VALUE SPACES.

    ************* ENTRADAS DO LOG EM MEMORIA --------------------------
    ***  -- WS-RL-SIT: espaco = pendente, "A" = aplicada agora,
    ***  -- "P" = ja presente, "C" = divergente (nao aplicada), "X" =
    ***  -- correcao "C" que achou a linha com outro resultado (vira
    ***  -- "P" ou "C" na conferencia final).
    ***  -- WS-RL-CHAVE-FINAL: chave de uma entrada "G" depois das
    ***  -- trocas de ID ("I") posteriores a ela no log.
       01 WS-RL-TAB.
           05 WS-RL-ITEM OCCURS 9999 TIMES.
               10 WS-RL-ENT.
                   15 WS-RL-ENT-CAB   PIC X(20).
                   15 WS-RL-ENT-TIPO  PIC X(1).
                   15 WS-RL-ENT-DADOS PIC X(60).
                   15 WS-RL-ENT-G REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-G-CHAVE PIC X(10).
                       20 FILLER            PIC X(50).
                   15 WS-RL-ENT-J REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-J-CHAVE PIC X(7).
                       20 FILLER            PIC X(53).
                   15 WS-RL-ENT-M REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-M-ID       PIC X(5).
                       20 WS-RL-ENT-M-NOVO     PIC X(1).
                       20 WS-RL-ENT-M-ANTES    PIC X(15).
                       20 WS-RL-ENT-M-DEPOIS   PIC X(15).
                       20 WS-RL-ENT-M-CADASTRO PIC 9(8).
                       20 FILLER               PIC X(16).
                   15 WS-RL-ENT-T REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-T-NUM       PIC 9(3).
                       20 WS-RL-ENT-T-RESULTADO PIC X(1).
                       20 WS-RL-ENT-T-GAME-ID   PIC 9(5).
                       20 FILLER                PIC X(51).
                   15 WS-RL-ENT-P REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-P-PLACAR PIC X(9).
                       20 FILLER             PIC X(51).
                   15 WS-RL-ENT-C REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-C-CHAVE.
                           25 WS-RL-ENT-C-GAME-ID   PIC 9(5).
                           25 WS-RL-ENT-C-PLAYER-ID PIC X(5).
                       20 WS-RL-ENT-C-ANTES  PIC X(1).
                       20 WS-RL-ENT-C-DEPOIS PIC X(1).
                       20 FILLER             PIC X(48).
                   15 WS-RL-ENT-I REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-I-ANTIGO   PIC X(5).
                       20 WS-RL-ENT-I-NOVO     PIC X(5).
                       20 WS-RL-ENT-I-OPERACAO PIC X(1).
                       20 WS-RL-ENT-I-GAME-ID  PIC 9(5).
                       20 WS-RL-ENT-I-DEPOIS   PIC X(15).
                       20 FILLER               PIC X(29).
                   15 WS-RL-ENT-U REDEFINES WS-RL-ENT-DADOS.
                       20 WS-RL-ENT-U-NUM          PIC 9(3).
                       20 WS-RL-ENT-U-GAME-ID      PIC 9(5).
                       20 WS-RL-ENT-U-STATUS       PIC X(1).
                       20 WS-RL-ENT-U-RESULTADO    PIC X(1).
                       20 WS-RL-ENT-U-GAME-ID-NOVO PIC 9(5).
                       20 FILLER                   PIC X(45).
                   15 WS-RL-ENT-FIM   PIC X(1).
               10 WS-RL-SIT PIC X(1).
               10 WS-RL-CHAVE-FINAL.
                   15 WS-RL-FINAL-GAME-ID   PIC 9(5).
                   15 WS-RL-FINAL-PLAYER-ID PIC X(5).
       01 WS-RL-QTD PIC 9(4) VALUE 0.
       01 WS-RL-MAX PIC 9(4) VALUE 9999.

    ************* LEITURA DO LOG ---------------------------------------
       01 WS-QTD-LIDOS      PIC 9(5) VALUE 0.
       01 WS-LOG-EXISTE     PIC X(1) VALUE "N".
       01 WS-LOG-CTL-DATA   PIC 9(8) VALUE 0.
       01 WS-LOG-RECUSADO   PIC X(1) VALUE "N".
       01 WS-DANIFICADO     PIC X(1) VALUE "N".
       01 WS-CAPACIDADE     PIC X(1) VALUE "N".
       01 WS-PARA-LEITURA   PIC X(1) VALUE "N".
       01 WS-MIN-GAME-ID-G  PIC 9(5) VALUE 99999.
       01 WS-MIN-GAME-ID-J  PIC 9(5) VALUE 99999.
       01 WS-ULTIMO-P       PIC 9(4) VALUE 0.

    ************* TOTAIS POR TIPO --------------------------------------
       01 WS-QTD-G-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-G-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-G-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-J-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-J-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-J-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-M-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-M-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-M-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-M-DIVERGE  PIC 9(5) VALUE 0.
       01 WS-QTD-T-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-T-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-T-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-T-DIVERGE  PIC 9(5) VALUE 0.
       01 WS-QTD-P-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-C-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-C-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-C-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-C-DIVERGE  PIC 9(5) VALUE 0.
       01 WS-QTD-I-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-I-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-I-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-I-DIVERGE  PIC 9(5) VALUE 0.
       01 WS-QTD-U-TOTAL    PIC 9(5) VALUE 0.
       01 WS-QTD-U-PRESENTE PIC 9(5) VALUE 0.
       01 WS-QTD-U-APLICADO PIC 9(5) VALUE 0.
       01 WS-QTD-U-DIVERGE  PIC 9(5) VALUE 0.
       01 WS-P-SITUACAO     PIC X(1) VALUE SPACE.

    ************* PLAYER-MASTER ----------------------------------------
       01 WS-PM-ACHOU      PIC X(1) VALUE "N".
       01 WS-PM-ADIANTE    PIC X(1) VALUE "N".

    ***  -- Troca de ID: registro do ID antigo guardado enquanto o FD
    ***  -- le o ID novo, soma da unificacao e a busca da troca ja
    ***  -- feita (o ID antigo nao existe mais).
       01 WS-PM-ORIGEM.
           05 WS-ORIGEM-CONTADORES.
               10 WS-ORIGEM-VITORIAS PIC 9(5).
               10 WS-ORIGEM-DERROTAS PIC 9(5).
               10 WS-ORIGEM-EMPATES  PIC 9(5).
           05 WS-ORIGEM-NOME          PIC X(30).
           05 WS-ORIGEM-DATA-CADASTRO PIC 9(8).
       01 WS-PM-SOMA.
           05 WS-SOMA-VITORIAS PIC 9(5).
           05 WS-SOMA-DERROTAS PIC 9(5).
           05 WS-SOMA-EMPATES  PIC 9(5).
       01 WS-ID-MOTIVO     PIC X(40) VALUE SPACES.
       01 WS-TROCA-IDX     PIC 9(4).
       01 WS-TROCA-ID      PIC X(5).
       01 WS-TROCA-FEITA   PIC X(1) VALUE "N".
       01 WS-TROCA-FIM     PIC X(1) VALUE "N".
       01 WS-TROCA-PROXIMA PIC 9(4).

    ************* GAME-RESULT: CORRECOES E TROCAS DE ID ----------------
       01 WS-GR-MUDOU      PIC X(1) VALUE "N".
       01 WS-C-ADIANTE     PIC X(1) VALUE "N".

    ************* TORNEIO ----------------------------------------------
       01 WS-TORNEIO-TAB.
           05 WS-TORNEIO-REG OCCURS 120 TIMES.
               10 WS-TR-TIPO  PIC X(1).
               10 WS-TR-DADOS PIC X(50).
               10 WS-TR-PARTIDA REDEFINES WS-TR-DADOS.
                   15 WS-TR-NUM       PIC 9(3).
                   15 WS-TR-JOG1      PIC X(5).
                   15 WS-TR-JOG2      PIC X(5).
                   15 WS-TR-STATUS    PIC X(1).
                   15 WS-TR-RESULTADO PIC X(1).
                   15 WS-TR-GAME-ID   PIC 9(5).
                   15 FILLER          PIC X(30).
       01 WS-TORNEIO-QTD     PIC 9(3) VALUE 0.
       01 WS-TORNEIO-IDX     PIC 9(3).
       01 WS-TORNEIO-ACHADO  PIC 9(3).
       01 WS-TORNEIO-LIDO    PIC X(1) VALUE "N".
       01 WS-TORNEIO-MUDOU   PIC X(1) VALUE "N".
       01 WS-TR-ADIANTE      PIC X(1) VALUE "N".

    ************* PLACAR -----------------------------------------------
       01 WS-PLACAR-ATUAL   PIC X(9) VALUE SPACES.

    ************* RELATORIO --------------------------------------------
       01 WS-ED-QTD      PIC Z(4)9.
       01 WS-ED-QTD-2    PIC Z(4)9.
       01 WS-ED-QTD-3    PIC Z(4)9.
       01 WS-ED-REGISTRO PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE.
           DISPLAY " ".
           DISPLAY "  Roll-forward do redo log - " WS-DATA-HOJE.

           PERFORM LE-CONTROLE-FECHAMENTO.
           OPEN OUTPUT REDO-RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM CARREGA-REDO-LOG.

           IF WS-RL-QTD > 0 THEN
               PERFORM CALCULA-CHAVES-FINAIS
               PERFORM MARCA-GAME-RESULT-PRESENTES
               PERFORM ACRESCENTA-GAME-RESULT
               PERFORM APLICA-CORRECOES-GAME-RESULT
               PERFORM MARCA-JOGADAS-PRESENTES
               PERFORM ACRESCENTA-JOGADAS
               PERFORM APLICA-PLAYER-MASTER
               PERFORM APLICA-TORNEIO
               PERFORM APLICA-PLACAR
           END-IF.

           PERFORM IMPRIME-TOTAIS.
           CLOSE REDO-RELATORIO.

           IF WS-LOG-RECUSADO = "S" OR WS-DANIFICADO = "S"
               OR WS-CAPACIDADE = "S"
               OR WS-QTD-M-DIVERGE > 0 OR WS-QTD-T-DIVERGE > 0
               OR WS-QTD-C-DIVERGE > 0 OR WS-QTD-I-DIVERGE > 0
               OR WS-QTD-U-DIVERGE > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LE-CONTROLE-FECHAMENTO.
           OPEN INPUT CONTROLE-FECHAMENTO.
           IF WS-FS-CONTROLE = "00" THEN
               READ CONTROLE-FECHAMENTO
                   AT END CONTINUE
               END-READ
               IF WS-FS-CONTROLE = "00" THEN
                   MOVE "S" TO WS-CTL-LIDO
                   MOVE CTL-DATA TO WS-CTL-DATA
               END-IF
               CLOSE CONTROLE-FECHAMENTO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "ROLL-FORWARD DO REDO LOG - " WS-DATA-HOJE " "
               WS-HORA-HOJE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-CTL-LIDO = "S" THEN
               STRING "Conjunto de backup (controle-fechamento) : "
                   WS-CTL-DATA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               MOVE "Conjunto de backup : sem controle-fechamento.txt"
                   TO RELATORIO-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.

    ***  -- Le o log inteiro para a memoria conferindo registro a
    ***  -- registro; o primeiro danificado para a leitura e so o que
    ***  -- vem antes dele e reaplicado.
       CARREGA-REDO-LOG.
           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-PARA-LEITURA.
           OPEN INPUT REDO-LOG.
           IF WS-FS-REDO = "00" THEN
               MOVE "S" TO WS-LOG-EXISTE
               PERFORM UNTIL WS-EOF = "Y" OR WS-PARA-LEITURA = "S"
                   READ REDO-LOG
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM CONFERE-REGISTRO-REDO
                   END-READ
               END-PERFORM
               CLOSE REDO-LOG
           ELSE
               MOVE SPACES TO RELATORIO-LINHA
               MOVE "redo-log.txt nao encontrado - nada a reaplicar."
                   TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.
           MOVE WS-QTD-LIDOS TO WS-ED-QTD.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Registros lidos no redo-log.txt          : "
               WS-ED-QTD
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       CONFERE-REGISTRO-REDO.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE REDO-LOG-ARQUIVO TO WS-RL-ATUAL.
           PERFORM VALIDA-REGISTRO-REDO.
           IF WS-RL-MOTIVO NOT = SPACES THEN
               PERFORM AVISA-REGISTRO-DANIFICADO
           ELSE
               IF WS-RL-TIPO = "H" THEN
                   PERFORM CONFERE-CABECALHO-REDO
               ELSE
                   PERFORM GUARDA-ENTRADA-REDO
               END-IF
           END-IF.

       VALIDA-REGISTRO-REDO.
           MOVE SPACES TO WS-RL-MOTIVO.
           EVALUATE TRUE
               WHEN WS-RL-FIM NOT = "*"
                   MOVE "linha incompleta (sem a marca de fim)"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-DATA NOT NUMERIC
                   OR WS-RL-HORA NOT NUMERIC
                   OR WS-RL-ESTACAO NOT NUMERIC
                   OR WS-RL-GAME-ID NOT NUMERIC
                   MOVE "data, hora, estacao ou game-id invalidos"
                       TO WS-RL-MOTIVO
               WHEN WS-QTD-LIDOS = 1 AND WS-RL-TIPO NOT = "H"
                   MOVE "primeira linha nao e o cabecalho H"
                       TO WS-RL-MOTIVO
               WHEN WS-QTD-LIDOS > 1 AND WS-RL-TIPO = "H"
                   MOVE "cabecalho H fora da primeira linha"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "H"
                   AND WS-RL-H-CTL-DATA NOT NUMERIC
                   MOVE "data do conjunto no cabecalho invalida"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "G"
                   AND (WS-RL-G-GAME-ID NOT NUMERIC
                   OR WS-RL-G-DATA NOT NUMERIC
                   OR WS-RL-G-HORA NOT NUMERIC
                   OR (WS-RL-G-RESULTADO NOT = "V"
                   AND WS-RL-G-RESULTADO NOT = "D"
                   AND WS-RL-G-RESULTADO NOT = "E"))
                   MOVE "linha de game-result invalida"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "M"
                   AND (WS-RL-M-V-ANTES NOT NUMERIC
                   OR WS-RL-M-D-ANTES NOT NUMERIC
                   OR WS-RL-M-E-ANTES NOT NUMERIC
                   OR WS-RL-M-V-DEPOIS NOT NUMERIC
                   OR WS-RL-M-D-DEPOIS NOT NUMERIC
                   OR WS-RL-M-E-DEPOIS NOT NUMERIC
                   OR WS-RL-M-CADASTRO NOT NUMERIC
                   OR WS-RL-M-ID = SPACES)
                   MOVE "contadores do player-master invalidos"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "J"
                   AND (WS-RL-J-GAME-ID NOT NUMERIC
                   OR WS-RL-J-NUM NOT NUMERIC
                   OR WS-RL-J-LINHA NOT NUMERIC
                   OR WS-RL-J-COLUNA NOT NUMERIC
                   OR WS-RL-J-TAMANHO NOT NUMERIC
                   OR WS-RL-J-DATA NOT NUMERIC
                   OR WS-RL-J-HORA NOT NUMERIC
                   OR WS-RL-J-ESTACAO NOT NUMERIC)
                   MOVE "registro de jogada invalido"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "T"
                   AND (WS-RL-T-NUM NOT NUMERIC
                   OR WS-RL-T-GAME-ID NOT NUMERIC
                   OR (WS-RL-T-RESULTADO NOT = "1"
                   AND WS-RL-T-RESULTADO NOT = "2"
                   AND WS-RL-T-RESULTADO NOT = "E"))
                   MOVE "marca de torneio invalida"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "P"
                   AND (WS-RL-P-USUARIO NOT NUMERIC
                   OR WS-RL-P-COBOL NOT NUMERIC
                   OR WS-RL-P-GAME-ID NOT NUMERIC)
                   MOVE "registro de placar invalido"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "C"
                   AND (WS-RL-C-GAME-ID NOT NUMERIC
                   OR WS-RL-C-PLAYER-ID = SPACES
                   OR (WS-RL-C-ANTES NOT = "V"
                   AND WS-RL-C-ANTES NOT = "D"
                   AND WS-RL-C-ANTES NOT = "E")
                   OR (WS-RL-C-DEPOIS NOT = "V"
                   AND WS-RL-C-DEPOIS NOT = "D"
                   AND WS-RL-C-DEPOIS NOT = "E"
                   AND WS-RL-C-DEPOIS NOT = "A"))
                   MOVE "correcao de resultado invalida"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "I"
                   AND (WS-RL-I-ANTIGO = SPACES
                   OR WS-RL-I-NOVO = SPACES
                   OR (WS-RL-I-OPERACAO NOT = "C"
                   AND WS-RL-I-OPERACAO NOT = "U")
                   OR WS-RL-I-GAME-ID NOT NUMERIC
                   OR WS-RL-I-V-DEPOIS NOT NUMERIC
                   OR WS-RL-I-D-DEPOIS NOT NUMERIC
                   OR WS-RL-I-E-DEPOIS NOT NUMERIC)
                   MOVE "troca de ID invalida"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO = "U"
                   AND (WS-RL-U-NUM NOT NUMERIC
                   OR WS-RL-U-GAME-ID NOT NUMERIC
                   OR WS-RL-U-GAME-ID-NOVO NOT NUMERIC
                   OR (WS-RL-U-STATUS NOT = "P"
                   AND WS-RL-U-STATUS NOT = "C"))
                   MOVE "acerto de torneio invalido"
                       TO WS-RL-MOTIVO
               WHEN WS-RL-TIPO NOT = "H" AND WS-RL-TIPO NOT = "G"
                   AND WS-RL-TIPO NOT = "M" AND WS-RL-TIPO NOT = "J"
                   AND WS-RL-TIPO NOT = "T" AND WS-RL-TIPO NOT = "P"
                   AND WS-RL-TIPO NOT = "C" AND WS-RL-TIPO NOT = "I"
                   AND WS-RL-TIPO NOT = "U"
                   MOVE "tipo de registro desconhecido"
                       TO WS-RL-MOTIVO
           END-EVALUATE.

       AVISA-REGISTRO-DANIFICADO.
           MOVE "S" TO WS-DANIFICADO.
           MOVE "S" TO WS-PARA-LEITURA.
           MOVE WS-QTD-LIDOS TO WS-ED-REGISTRO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "REGISTRO " WS-ED-REGISTRO " DANIFICADO: "
               WS-RL-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  conteudo: " REDO-LOG-ARQUIVO(1:60)
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  Reaplicado so o que vem antes dele; corrija ou "
               "remova a linha e rode de novo."
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

    ***  -- O log so vale por cima do conjunto que o fechamento
    ***  -- gravou junto com ele; de outro conjunto, nada e aplicado.
       CONFERE-CABECALHO-REDO.
           MOVE WS-RL-H-CTL-DATA TO WS-LOG-CTL-DATA.
           IF WS-LOG-CTL-DATA NOT = WS-CTL-DATA THEN
               MOVE "S" TO WS-LOG-RECUSADO
               MOVE "S" TO WS-PARA-LEITURA
               MOVE SPACES TO RELATORIO-LINHA
               STRING "redo-log.txt e do conjunto " WS-LOG-CTL-DATA
                   ", o controle e do " WS-CTL-DATA
                   " - nada reaplicado."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.

       GUARDA-ENTRADA-REDO.
           IF WS-RL-QTD >= WS-RL-MAX THEN
               MOVE "S" TO WS-CAPACIDADE
               MOVE "S" TO WS-PARA-LEITURA
               MOVE WS-QTD-LIDOS TO WS-ED-REGISTRO
               MOVE WS-RL-MAX TO WS-ED-QTD
               MOVE SPACES TO RELATORIO-LINHA
               STRING "Capacidade de " WS-ED-QTD " entradas "
                   "esgotada no registro " WS-ED-REGISTRO
                   " - o resto nao foi reaplicado."
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           ELSE
               ADD 1 TO WS-RL-QTD
               MOVE WS-RL-ATUAL TO WS-RL-ENT(WS-RL-QTD)
               MOVE SPACE TO WS-RL-SIT(WS-RL-QTD)
               EVALUATE WS-RL-TIPO
                   WHEN "G"
                       ADD 1 TO WS-QTD-G-TOTAL
                       IF WS-RL-G-GAME-ID < WS-MIN-GAME-ID-G THEN
                           MOVE WS-RL-G-GAME-ID TO WS-MIN-GAME-ID-G
                       END-IF
                   WHEN "J"
                       ADD 1 TO WS-QTD-J-TOTAL
                       IF WS-RL-J-GAME-ID < WS-MIN-GAME-ID-J THEN
                           MOVE WS-RL-J-GAME-ID TO WS-MIN-GAME-ID-J
                       END-IF
                   WHEN "M"
                       ADD 1 TO WS-QTD-M-TOTAL
                   WHEN "T"
                       ADD 1 TO WS-QTD-T-TOTAL
                   WHEN "P"
                       ADD 1 TO WS-QTD-P-TOTAL
                       MOVE WS-RL-QTD TO WS-ULTIMO-P
                   WHEN "C"
                       ADD 1 TO WS-QTD-C-TOTAL
                   WHEN "I"
                       ADD 1 TO WS-QTD-I-TOTAL
                   WHEN "U"
                       ADD 1 TO WS-QTD-U-TOTAL
               END-EVALUATE
           END-IF.

    ************* GAME-RESULT ------------------------------------------
    ***  -- Uma linha "G" cujo jogador teve o ID trocado depois ("I"
    ***  -- posterior no log, com a partida ate o maior GAME-ID da
    ***  -- troca) esta em game-result.txt com o ID novo quando o log
    ***  -- ja foi reaplicado: a conferencia de presenca aceita as
    ***  -- duas chaves.
       CALCULA-CHAVES-FINAIS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RL-QTD
               IF WS-RL-ENT-TIPO(WS-IDX) = "G" THEN
                   MOVE WS-RL-ENT-G-CHAVE(WS-IDX)
                       TO WS-RL-CHAVE-FINAL(WS-IDX)
                   IF WS-QTD-I-TOTAL > 0 THEN
                       PERFORM VARYING WS-IDX-SEG FROM WS-IDX BY 1
                           UNTIL WS-IDX-SEG > WS-RL-QTD
                           IF WS-RL-ENT-TIPO(WS-IDX-SEG) = "I"
                               AND WS-RL-ENT-I-ANTIGO(WS-IDX-SEG)
                                   = WS-RL-FINAL-PLAYER-ID(WS-IDX)
                               AND WS-RL-FINAL-GAME-ID(WS-IDX)
                                   <= WS-RL-ENT-I-GAME-ID(WS-IDX-SEG)
                               THEN
                               MOVE WS-RL-ENT-I-NOVO(WS-IDX-SEG)
                                   TO WS-RL-FINAL-PLAYER-ID(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

    ***  -- Os GAME-IDs do log sao todos posteriores ao conjunto de
    ***  -- backup; so as linhas a partir do menor deles sao
    ***  -- comparadas com a tabela.
       MARCA-GAME-RESULT-PRESENTES.
           IF WS-QTD-G-TOTAL > 0 THEN
               MOVE "N" TO WS-EOF
               OPEN INPUT GAME-RESULT
               IF WS-FS-GAME-RESULT = "00" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GAME-RESULT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF GR-GAME-ID >= WS-MIN-GAME-ID-G THEN
                                   PERFORM MARCA-G-PRESENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GAME-RESULT
               END-IF
           END-IF.

       MARCA-G-PRESENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RL-QTD
               IF WS-RL-ENT-TIPO(WS-IDX) = "G"
                   AND WS-RL-SIT(WS-IDX) = SPACE
                   AND (WS-RL-ENT-G-CHAVE(WS-IDX) = GR-CHAVE
                   OR WS-RL-CHAVE-FINAL(WS-IDX) = GR-CHAVE) THEN
                   MOVE "P" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-G-PRESENTE
               END-IF
           END-PERFORM.

       ACRESCENTA-GAME-RESULT.
           IF WS-QTD-G-TOTAL > WS-QTD-G-PRESENTE THEN
               OPEN EXTEND GAME-RESULT
               IF WS-FS-GAME-RESULT = "35" THEN
                   OPEN OUTPUT GAME-RESULT
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RL-QTD
                   IF WS-RL-ENT-TIPO(WS-IDX) = "G"
                       AND WS-RL-SIT(WS-IDX) = SPACE THEN
                       MOVE WS-RL-ENT-DADOS(WS-IDX)
                           TO GAME-RESULT-ARQUIVO
                       WRITE GAME-RESULT-ARQUIVO
                       MOVE "A" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-G-APLICADO
                   END-IF
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.

    ***  -- Correcoes de resultado ("C") e trocas de ID ("I") sao
    ***  -- refeitas nas linhas de game-result.txt, na ordem do log,
    ***  -- numa copia para o arquivo de trabalho e de volta. Linha
    ***  -- com o resultado "antes" recebe o "depois"; linha ja com o
    ***  -- "depois" tem a correcao. A troca de ID vale para as linhas
    ***  -- do ID antigo ate o maior GAME-ID gravado na troca.
       APLICA-CORRECOES-GAME-RESULT.
           IF WS-QTD-C-TOTAL > 0 OR WS-QTD-I-TOTAL > 0 THEN
               MOVE "N" TO WS-GR-MUDOU
               MOVE "N" TO WS-EOF
               OPEN INPUT GAME-RESULT
               IF WS-FS-GAME-RESULT = "00" THEN
                   OPEN OUTPUT GAME-RESULT-WORK
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GAME-RESULT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               MOVE GAME-RESULT-ARQUIVO
                                   TO GAME-RESULT-WORK-ARQUIVO
                               PERFORM APLICA-CORRECOES-LINHA
                               WRITE GAME-RESULT-WORK-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE GAME-RESULT
                   CLOSE GAME-RESULT-WORK
               END-IF
               IF WS-GR-MUDOU = "S" THEN
                   PERFORM COPIA-WORK-PARA-GAME-RESULT
               END-IF
               PERFORM CONFERE-CORRECOES-GAME-RESULT
           END-IF.

       APLICA-CORRECOES-LINHA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RL-QTD
               EVALUATE TRUE
                   WHEN WS-RL-ENT-TIPO(WS-IDX) = "C"
                       AND WS-RL-SIT(WS-IDX) = SPACE
                       AND WS-RL-ENT-C-CHAVE(WS-IDX) = GW-CHAVE
                       PERFORM APLICA-CORRECAO-RESULTADO
                   WHEN WS-RL-ENT-TIPO(WS-IDX) = "I"
                       AND WS-RL-ENT-I-ANTIGO(WS-IDX) = GW-PLAYER-ID
                       AND GW-GAME-ID <= WS-RL-ENT-I-GAME-ID(WS-IDX)
                       MOVE WS-RL-ENT-I-NOVO(WS-IDX) TO GW-PLAYER-ID
                       MOVE "S" TO WS-GR-MUDOU
               END-EVALUATE
           END-PERFORM.

       APLICA-CORRECAO-RESULTADO.
           EVALUATE TRUE
               WHEN GW-RESULTADO = WS-RL-ENT-C-ANTES(WS-IDX)
                   MOVE WS-RL-ENT-C-DEPOIS(WS-IDX) TO GW-RESULTADO
                   MOVE "S" TO WS-GR-MUDOU
                   MOVE "A" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-C-APLICADO
               WHEN GW-RESULTADO = WS-RL-ENT-C-DEPOIS(WS-IDX)
                   MOVE "P" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-C-PRESENTE
               WHEN OTHER
                   MOVE "X" TO WS-RL-SIT(WS-IDX)
           END-EVALUATE.

       COPIA-WORK-PARA-GAME-RESULT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GAME-RESULT-WORK.
           OPEN OUTPUT GAME-RESULT.
           PERFORM UNTIL WS-EOF = "Y"
               READ GAME-RESULT-WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GAME-RESULT-WORK-ARQUIVO
                           TO GAME-RESULT-ARQUIVO
                       WRITE GAME-RESULT-ARQUIVO
               END-READ
           END-PERFORM.
           CLOSE GAME-RESULT-WORK.
           CLOSE GAME-RESULT.

    ***  -- Correcao que nao achou a linha: esta presente se uma troca
    ***  -- de ID posterior levou a linha para outro ID (e a correcao
    ***  -- ja foi feita antes dela). Correcao que achou a linha com
    ***  -- outro resultado: esta presente se uma correcao posterior
    ***  -- da mesma linha foi aplicada ou ja estava la.
       CONFERE-CORRECOES-GAME-RESULT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RL-QTD
               IF WS-RL-ENT-TIPO(WS-IDX) = "C"
                   AND (WS-RL-SIT(WS-IDX) = SPACE
                   OR WS-RL-SIT(WS-IDX) = "X") THEN
                   PERFORM PROCURA-C-ADIANTE
                   IF WS-C-ADIANTE = "S" THEN
                       MOVE "P" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-C-PRESENTE
                   ELSE
                       PERFORM AVISA-DIVERGENCIA-CORRECAO
                   END-IF
               END-IF
           END-PERFORM.

       PROCURA-C-ADIANTE.
           MOVE "N" TO WS-C-ADIANTE.
           PERFORM VARYING WS-IDX-SEG FROM WS-IDX BY 1
               UNTIL WS-IDX-SEG > WS-RL-QTD OR WS-C-ADIANTE = "S"
               IF WS-RL-SIT(WS-IDX) = SPACE
                   AND WS-RL-ENT-TIPO(WS-IDX-SEG) = "I"
                   AND WS-RL-ENT-I-ANTIGO(WS-IDX-SEG)
                       = WS-RL-ENT-C-PLAYER-ID(WS-IDX)
                   AND WS-RL-ENT-I-GAME-ID(WS-IDX-SEG)
                       >= WS-RL-ENT-C-GAME-ID(WS-IDX) THEN
                   MOVE "S" TO WS-C-ADIANTE
               END-IF
               IF WS-RL-SIT(WS-IDX) = "X"
                   AND WS-IDX-SEG > WS-IDX
                   AND WS-RL-ENT-TIPO(WS-IDX-SEG) = "C"
                   AND WS-RL-ENT-C-CHAVE(WS-IDX-SEG)
                       = WS-RL-ENT-C-CHAVE(WS-IDX)
                   AND (WS-RL-SIT(WS-IDX-SEG) = "A"
                   OR WS-RL-SIT(WS-IDX-SEG) = "P") THEN
                   MOVE "S" TO WS-C-ADIANTE
               END-IF
           END-PERFORM.

       AVISA-DIVERGENCIA-CORRECAO.
           MOVE WS-RL-ENT(WS-IDX) TO WS-RL-ATUAL.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-RL-SIT(WS-IDX) = "X" THEN
               STRING "DIVERGENTE: game-result " WS-RL-C-GAME-ID " "
                   WS-RL-C-PLAYER-ID " nao esta com " WS-RL-C-ANTES
                   " nem " WS-RL-C-DEPOIS " (correcao do log)"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "DIVERGENTE: game-result " WS-RL-C-GAME-ID " "
                   WS-RL-C-PLAYER-ID " ausente - correcao "
                   WS-RL-C-ANTES " -> " WS-RL-C-DEPOIS " nao feita"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "C" TO WS-RL-SIT(WS-IDX).
           ADD 1 TO WS-QTD-C-DIVERGE.

    ************* JOGADAS ----------------------------------------------
    ***  -- Um archive gerado depois do fechamento levou de
    ***  -- jogadas.txt parte das jogadas do dia (e o restore nao
    ***  -- volta jogadas.txt nesse caso); a conferencia de presenca
    ***  -- olha esses archives tambem, para nao duplicar a partida.
       MARCA-JOGADAS-PRESENTES.
           IF WS-QTD-J-TOTAL > 0 THEN
               MOVE "N" TO WS-EOF
               OPEN INPUT JOGADAS
               IF WS-FS-JOGADAS = "00" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ JOGADAS
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF JG-GAME-ID >= WS-MIN-GAME-ID-J THEN
                                   PERFORM MARCA-J-PRESENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOGADAS
               END-IF
               PERFORM MARCA-JOGADAS-ARQUIVADAS
           END-IF.

       MARCA-J-PRESENTE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RL-QTD
               IF WS-RL-ENT-TIPO(WS-IDX) = "J"
                   AND WS-RL-SIT(WS-IDX) = SPACE
                   AND WS-RL-ENT-J-CHAVE(WS-IDX) = JG-CHAVE THEN
                   MOVE "P" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-J-PRESENTE
               END-IF
           END-PERFORM.

       MARCA-JOGADAS-ARQUIVADAS.
           MOVE "N" TO WS-EOF-CAT.
           OPEN INPUT ARCHIVE-CATALOGO.
           IF WS-FS-CATALOGO = "00" THEN
               PERFORM UNTIL WS-EOF-CAT = "Y"
                   READ ARCHIVE-CATALOGO
                       AT END MOVE "Y" TO WS-EOF-CAT
                       NOT AT END
                           IF CAT-DATA >= WS-CTL-DATA
                               AND CAT-GAME-ID-MAX >= WS-MIN-GAME-ID-J
                               AND CAT-NOME-ARQ(1:16)
                                   = "jogadas-archive-" THEN
                               PERFORM MARCA-ARCHIVE-PRESENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOGO
           END-IF.

       MARCA-ARCHIVE-PRESENTES.
           MOVE CAT-NOME-ARQ TO WS-NOME-ARQ-JOGADAS-ARCHIVE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT JOGADAS-ARCHIVE.
           IF WS-FS-JOGADAS-ARCHIVE = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOGADAS-ARCHIVE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF JA-GAME-ID >= WS-MIN-GAME-ID-J THEN
                               MOVE JA-CHAVE TO JG-CHAVE
                               PERFORM MARCA-J-PRESENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOGADAS-ARCHIVE
           END-IF.

       ACRESCENTA-JOGADAS.
           IF WS-QTD-J-TOTAL > WS-QTD-J-PRESENTE THEN
               OPEN EXTEND JOGADAS
               IF WS-FS-JOGADAS = "35" THEN
                   OPEN OUTPUT JOGADAS
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RL-QTD
                   IF WS-RL-ENT-TIPO(WS-IDX) = "J"
                       AND WS-RL-SIT(WS-IDX) = SPACE THEN
                       MOVE WS-RL-ENT-DADOS(WS-IDX) TO JOGADAS-ARQUIVO
                       WRITE JOGADAS-ARQUIVO
                       MOVE "A" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-J-APLICADO
                   END-IF
               END-PERFORM
               CLOSE JOGADAS
           END-IF.

    ************* PLAYER-MASTER ----------------------------------------
    ***  -- Cada entrada "M" leva os contadores antes e depois da
    ***  -- partida. Registro no "antes" recebe o "depois"; registro
    ***  -- no "depois" desta entrada ou de uma entrada posterior do
    ***  -- mesmo jogador ja tem a partida (rodada anterior do
    ***  -- roll-forward); qualquer outro valor e divergencia
    ***  -- (alteracao feita fora do jogo) e fica so no relatorio.
    ***  -- Jogador ausente do player-master volta com os contadores
    ***  -- do "depois"; nome e acerto de cadastro ficam com o
    ***  -- JOGO-DA-VELHA-CADASTRO, como no cadastro feito pelo jogo.
    ***  -- Ausente porque uma troca de ID posterior do log ja o
    ***  -- levou para outro ID nao volta: a entrada esta presente.
    ***  -- As trocas de ID ("I") entram na mesma sequencia.
       APLICA-PLAYER-MASTER.
           IF WS-QTD-M-TOTAL > 0 OR WS-QTD-I-TOTAL > 0 THEN
               OPEN I-O PLAYER-MASTER
               IF WS-FS-PLAYER-MASTER = "35" THEN
                   OPEN OUTPUT PLAYER-MASTER
                   CLOSE PLAYER-MASTER
                   OPEN I-O PLAYER-MASTER
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RL-QTD
                   EVALUATE WS-RL-ENT-TIPO(WS-IDX)
                       WHEN "M"
                           PERFORM APLICA-ENTRADA-PM
                       WHEN "I"
                           PERFORM APLICA-ENTRADA-TROCA-ID
                   END-EVALUATE
               END-PERFORM
               CLOSE PLAYER-MASTER
           END-IF.

       APLICA-ENTRADA-PM.
           MOVE WS-RL-ENT-M-ID(WS-IDX) TO PM-ID.
           MOVE "S" TO WS-PM-ACHOU.
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           IF WS-PM-ACHOU = "N" THEN
               MOVE WS-RL-ENT-M-ID(WS-IDX) TO WS-TROCA-ID
               MOVE WS-IDX TO WS-TROCA-IDX
               PERFORM PROCURA-TROCA-ID-FEITA
           END-IF.
           IF WS-PM-ACHOU = "N" AND WS-TROCA-FEITA = "S" THEN
               MOVE "P" TO WS-RL-SIT(WS-IDX)
               ADD 1 TO WS-QTD-M-PRESENTE
           END-IF.
           IF WS-PM-ACHOU = "N" AND WS-TROCA-FEITA = "N" THEN
               MOVE WS-RL-ENT-M-ID(WS-IDX) TO PM-ID
               MOVE WS-RL-ENT-M-DEPOIS(WS-IDX) TO PM-CONTADORES
               MOVE SPACES TO PM-NOME
               MOVE WS-RL-ENT-M-CADASTRO(WS-IDX) TO PM-DATA-CADASTRO
               WRITE PLAYER-MASTER-ARQUIVO
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE "A" TO WS-RL-SIT(WS-IDX)
               ADD 1 TO WS-QTD-M-APLICADO
           END-IF.
           IF WS-PM-ACHOU = "S" THEN
               IF PM-CONTADORES = WS-RL-ENT-M-ANTES(WS-IDX) THEN
                   MOVE WS-RL-ENT-M-DEPOIS(WS-IDX) TO PM-CONTADORES
                   REWRITE PLAYER-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE "A" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-M-APLICADO
               ELSE
                   MOVE WS-IDX TO WS-IDX-BUSCA
                   PERFORM PROCURA-PM-ADIANTE
                   IF WS-PM-ADIANTE = "S" THEN
                       MOVE "P" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-M-PRESENTE
                   ELSE
                       MOVE "C" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-M-DIVERGE
                       PERFORM AVISA-DIVERGENCIA-PM
                   END-IF
               END-IF
           END-IF.

    ***  -- Registro lido (PM-ID / PM-CONTADORES) ja esta no ponto
    ***  -- de uma entrada a partir de WS-IDX-BUSCA: "antes" ou
    ***  -- "depois" de um "M" do mesmo ID, ou o resultado de uma
    ***  -- troca de ID ("I") para ele.
       PROCURA-PM-ADIANTE.
           MOVE "N" TO WS-PM-ADIANTE.
           PERFORM VARYING WS-IDX-SEG FROM WS-IDX-BUSCA BY 1
               UNTIL WS-IDX-SEG > WS-RL-QTD OR WS-PM-ADIANTE = "S"
               EVALUATE TRUE
                   WHEN WS-RL-ENT-TIPO(WS-IDX-SEG) = "M"
                       AND WS-RL-ENT-M-ID(WS-IDX-SEG) = PM-ID
                       AND (PM-CONTADORES
                           = WS-RL-ENT-M-ANTES(WS-IDX-SEG)
                       OR PM-CONTADORES
                           = WS-RL-ENT-M-DEPOIS(WS-IDX-SEG))
                       MOVE "S" TO WS-PM-ADIANTE
                   WHEN WS-RL-ENT-TIPO(WS-IDX-SEG) = "I"
                       AND WS-RL-ENT-I-NOVO(WS-IDX-SEG) = PM-ID
                       AND PM-CONTADORES
                           = WS-RL-ENT-I-DEPOIS(WS-IDX-SEG)
                       MOVE "S" TO WS-PM-ADIANTE
               END-EVALUATE
           END-PERFORM.

    ***  -- WS-TROCA-ID nao esta no player-master: procura, depois de
    ***  -- WS-TROCA-IDX, a troca que o levou para outro ID e confere
    ***  -- se o ID novo ja esta nesse ponto ou adiante; se o ID novo
    ***  -- tambem sumiu, segue a proxima troca da cadeia.
       PROCURA-TROCA-ID-FEITA.
           MOVE "N" TO WS-TROCA-FEITA.
           MOVE "N" TO WS-TROCA-FIM.
           PERFORM UNTIL WS-TROCA-FIM = "S"
               MOVE 0 TO WS-TROCA-PROXIMA
               PERFORM VARYING WS-IDX-SEG FROM WS-TROCA-IDX BY 1
                   UNTIL WS-IDX-SEG > WS-RL-QTD
                   OR WS-TROCA-PROXIMA > 0
                   IF WS-IDX-SEG > WS-TROCA-IDX
                       AND WS-RL-ENT-TIPO(WS-IDX-SEG) = "I"
                       AND WS-RL-ENT-I-ANTIGO(WS-IDX-SEG) = WS-TROCA-ID
                       THEN
                       MOVE WS-IDX-SEG TO WS-TROCA-PROXIMA
                   END-IF
               END-PERFORM
               IF WS-TROCA-PROXIMA = 0 THEN
                   MOVE "S" TO WS-TROCA-FIM
               ELSE
                   MOVE WS-TROCA-PROXIMA TO WS-TROCA-IDX
                   MOVE WS-RL-ENT-I-NOVO(WS-TROCA-IDX) TO WS-TROCA-ID
                   MOVE WS-TROCA-ID TO PM-ID
                   MOVE "S" TO WS-PM-ACHOU
                   READ PLAYER-MASTER
                       INVALID KEY MOVE "N" TO WS-PM-ACHOU
                   END-READ
                   IF WS-PM-ACHOU = "S" THEN
                       MOVE "S" TO WS-TROCA-FIM
                       MOVE WS-TROCA-IDX TO WS-IDX-BUSCA
                       PERFORM PROCURA-PM-ADIANTE
                       MOVE WS-PM-ADIANTE TO WS-TROCA-FEITA
                       MOVE "N" TO WS-PM-ACHOU
                   END-IF
               END-IF
           END-PERFORM.

    ***  -- Troca de ID: com o ID antigo ainda no player-master, a
    ***  -- correcao regrava o registro sob o ID novo (que nao pode
    ***  -- existir) e a unificacao soma os contadores no ID novo; nos
    ***  -- dois casos o resultado tem que bater com o V/D/E gravado
    ***  -- na troca, e o ID antigo e apagado. Sem o ID antigo, a
    ***  -- troca ja foi feita se o ID novo esta no ponto dela ou
    ***  -- adiante.
       APLICA-ENTRADA-TROCA-ID.
           MOVE SPACES TO WS-ID-MOTIVO.
           MOVE WS-RL-ENT-I-ANTIGO(WS-IDX) TO PM-ID.
           MOVE "S" TO WS-PM-ACHOU.
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           IF WS-PM-ACHOU = "N" THEN
               MOVE WS-RL-ENT-I-ANTIGO(WS-IDX) TO WS-TROCA-ID
               MOVE WS-IDX TO WS-TROCA-IDX
               PERFORM PROCURA-TROCA-ID-DIRETA
               IF WS-TROCA-FEITA = "S" THEN
                   MOVE "P" TO WS-RL-SIT(WS-IDX)
                   ADD 1 TO WS-QTD-I-PRESENTE
               ELSE
                   MOVE "ID antigo ausente e ID novo fora do ponto"
                       TO WS-ID-MOTIVO
               END-IF
           ELSE
               MOVE PM-CONTADORES    TO WS-ORIGEM-CONTADORES
               MOVE PM-NOME          TO WS-ORIGEM-NOME
               MOVE PM-DATA-CADASTRO TO WS-ORIGEM-DATA-CADASTRO
               MOVE WS-RL-ENT-I-NOVO(WS-IDX) TO PM-ID
               MOVE "S" TO WS-PM-ACHOU
               READ PLAYER-MASTER
                   INVALID KEY MOVE "N" TO WS-PM-ACHOU
               END-READ
               IF WS-RL-ENT-I-OPERACAO(WS-IDX) = "C" THEN
                   PERFORM REFAZ-CORRECAO-ID
               ELSE
                   PERFORM REFAZ-UNIFICACAO-ID
               END-IF
           END-IF.
           IF WS-ID-MOTIVO NOT = SPACES THEN
               PERFORM AVISA-DIVERGENCIA-TROCA-ID
           END-IF.

    ***  -- A propria troca: o ID novo esta no ponto dela ou adiante.
       PROCURA-TROCA-ID-DIRETA.
           MOVE "N" TO WS-TROCA-FEITA.
           MOVE WS-RL-ENT-I-NOVO(WS-IDX) TO PM-ID.
           MOVE "S" TO WS-PM-ACHOU.
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           IF WS-PM-ACHOU = "S" THEN
               MOVE WS-IDX TO WS-IDX-BUSCA
               PERFORM PROCURA-PM-ADIANTE
               MOVE WS-PM-ADIANTE TO WS-TROCA-FEITA
           ELSE
               MOVE WS-RL-ENT-I-NOVO(WS-IDX) TO WS-TROCA-ID
               PERFORM PROCURA-TROCA-ID-FEITA
           END-IF.

       REFAZ-CORRECAO-ID.
           EVALUATE TRUE
               WHEN WS-PM-ACHOU = "S"
                   MOVE "ID novo ja existe no player-master"
                       TO WS-ID-MOTIVO
               WHEN WS-ORIGEM-CONTADORES
                   NOT = WS-RL-ENT-I-DEPOIS(WS-IDX)
                   MOVE "V/D/E do ID antigo diferente da troca"
                       TO WS-ID-MOTIVO
               WHEN OTHER
                   MOVE WS-RL-ENT-I-NOVO(WS-IDX) TO PM-ID
                   MOVE WS-ORIGEM-CONTADORES    TO PM-CONTADORES
                   MOVE WS-ORIGEM-NOME          TO PM-NOME
                   MOVE WS-ORIGEM-DATA-CADASTRO TO PM-DATA-CADASTRO
                   WRITE PLAYER-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-WRITE
                   PERFORM APAGA-ID-ANTIGO
           END-EVALUATE.

       REFAZ-UNIFICACAO-ID.
           IF WS-PM-ACHOU = "N" THEN
               MOVE "ID de destino ausente do player-master"
                   TO WS-ID-MOTIVO
           ELSE
               COMPUTE WS-SOMA-VITORIAS =
                   PM-VITORIAS + WS-ORIGEM-VITORIAS
               COMPUTE WS-SOMA-DERROTAS =
                   PM-DERROTAS + WS-ORIGEM-DERROTAS
               COMPUTE WS-SOMA-EMPATES =
                   PM-EMPATES + WS-ORIGEM-EMPATES
               IF WS-PM-SOMA NOT = WS-RL-ENT-I-DEPOIS(WS-IDX) THEN
                   MOVE "soma dos V/D/E diferente da unificacao"
                       TO WS-ID-MOTIVO
               ELSE
                   MOVE WS-PM-SOMA TO PM-CONTADORES
                   REWRITE PLAYER-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM APAGA-ID-ANTIGO
               END-IF
           END-IF.

       APAGA-ID-ANTIGO.
           MOVE WS-RL-ENT-I-ANTIGO(WS-IDX) TO PM-ID.
           DELETE PLAYER-MASTER
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "A" TO WS-RL-SIT(WS-IDX).
           ADD 1 TO WS-QTD-I-APLICADO.

       AVISA-DIVERGENCIA-TROCA-ID.
           MOVE "C" TO WS-RL-SIT(WS-IDX).
           ADD 1 TO WS-QTD-I-DIVERGE.
           MOVE WS-RL-ENT(WS-IDX) TO WS-RL-ATUAL.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DIVERGENTE: troca de ID " WS-RL-I-ANTIGO " -> "
               WS-RL-I-NOVO " (" WS-RL-I-OPERACAO "): " WS-ID-MOTIVO
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  log: V/D/E do ID novo " WS-RL-I-V-DEPOIS "/"
               WS-RL-I-D-DEPOIS "/" WS-RL-I-E-DEPOIS
               " (" WS-RL-DATA " " WS-RL-HORA ")"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       AVISA-DIVERGENCIA-PM.
           MOVE WS-RL-ENT(WS-IDX) TO WS-RL-ATUAL.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DIVERGENTE: player-master " PM-ID
               " game-id " WS-RL-GAME-ID " V/D/E atual "
               PM-VITORIAS "/" PM-DERROTAS "/" PM-EMPATES
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  log: " WS-RL-M-V-ANTES "/" WS-RL-M-D-ANTES "/"
               WS-RL-M-E-ANTES " -> " WS-RL-M-V-DEPOIS "/"
               WS-RL-M-D-DEPOIS "/" WS-RL-M-E-DEPOIS
               " (estacao " WS-RL-ESTACAO ", " WS-RL-DATA " "
               WS-RL-HORA ")"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

    ************* TORNEIO ----------------------------------------------
    ***  -- Partida ainda "P" recebe a marca do log; ja "C" com o
    ***  -- mesmo GAME-ID esta presente; ausente ou completa por outra
    ***  -- partida (torneio.txt gerado de novo, p.ex.) e divergencia.
    ***  -- O acerto da correcao ("U") entra na mesma sequencia: vale
    ***  -- para a partida completa pelo GAME-ID corrigido. A partida
    ***  -- que ja esta no ponto de uma entrada posterior do log
    ***  -- (anulada e jogada de novo, p.ex.) tambem esta presente.
       APLICA-TORNEIO.
           IF WS-QTD-T-TOTAL > 0 OR WS-QTD-U-TOTAL > 0 THEN
               PERFORM CARREGA-TORNEIO
               MOVE "N" TO WS-TORNEIO-MUDOU
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RL-QTD
                   EVALUATE WS-RL-ENT-TIPO(WS-IDX)
                       WHEN "T"
                           PERFORM APLICA-ENTRADA-TORNEIO
                       WHEN "U"
                           PERFORM APLICA-ACERTO-TORNEIO
                   END-EVALUATE
               END-PERFORM
               IF WS-TORNEIO-MUDOU = "S" THEN
                   OPEN OUTPUT TORNEIO
                   PERFORM VARYING WS-TORNEIO-IDX FROM 1 BY 1
                       UNTIL WS-TORNEIO-IDX > WS-TORNEIO-QTD
                       MOVE WS-TORNEIO-REG(WS-TORNEIO-IDX)
                           TO TORNEIO-ARQUIVO
                       WRITE TORNEIO-ARQUIVO
                   END-PERFORM
                   CLOSE TORNEIO
               END-IF
           END-IF.

       CARREGA-TORNEIO.
           MOVE 0 TO WS-TORNEIO-QTD.
           MOVE "N" TO WS-TORNEIO-LIDO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TORNEIO.
           IF WS-FS-TORNEIO = "00" THEN
               MOVE "S" TO WS-TORNEIO-LIDO
               PERFORM UNTIL WS-EOF = "Y"
                   READ TORNEIO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-TORNEIO-QTD < 120 THEN
                               ADD 1 TO WS-TORNEIO-QTD
                               MOVE TORNEIO-ARQUIVO TO
                                   WS-TORNEIO-REG(WS-TORNEIO-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TORNEIO
           END-IF.

       APLICA-ENTRADA-TORNEIO.
           MOVE 0 TO WS-TORNEIO-ACHADO.
           PERFORM VARYING WS-TORNEIO-IDX FROM 1 BY 1
               UNTIL WS-TORNEIO-IDX > WS-TORNEIO-QTD
               IF WS-TR-TIPO(WS-TORNEIO-IDX) = "P"
                   AND WS-TR-NUM(WS-TORNEIO-IDX)
                       = WS-RL-ENT-T-NUM(WS-IDX) THEN
                   MOVE WS-TORNEIO-IDX TO WS-TORNEIO-ACHADO
               END-IF
           END-PERFORM.
           IF WS-TORNEIO-ACHADO = 0 THEN
               PERFORM AVISA-DIVERGENCIA-TORNEIO
           ELSE
               MOVE WS-TORNEIO-ACHADO TO WS-TORNEIO-IDX
               EVALUATE TRUE
                   WHEN WS-TR-STATUS(WS-TORNEIO-IDX) = "P"
                       MOVE "C" TO WS-TR-STATUS(WS-TORNEIO-IDX)
                       MOVE WS-RL-ENT-T-RESULTADO(WS-IDX)
                           TO WS-TR-RESULTADO(WS-TORNEIO-IDX)
                       MOVE WS-RL-ENT-T-GAME-ID(WS-IDX)
                           TO WS-TR-GAME-ID(WS-TORNEIO-IDX)
                       MOVE "S" TO WS-TORNEIO-MUDOU
                       MOVE "A" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-T-APLICADO
                   WHEN WS-TR-STATUS(WS-TORNEIO-IDX) = "C"
                       AND WS-TR-GAME-ID(WS-TORNEIO-IDX)
                           = WS-RL-ENT-T-GAME-ID(WS-IDX)
                       MOVE "P" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-T-PRESENTE
                   WHEN OTHER
                       PERFORM PROCURA-TORNEIO-ADIANTE
                       IF WS-TR-ADIANTE = "S" THEN
                           MOVE "P" TO WS-RL-SIT(WS-IDX)
                           ADD 1 TO WS-QTD-T-PRESENTE
                       ELSE
                           PERFORM AVISA-DIVERGENCIA-TORNEIO
                       END-IF
               END-EVALUATE
           END-IF.

    ***  -- A partida WS-TORNEIO-IDX esta como uma entrada "T" ou "U"
    ***  -- posterior a WS-IDX a deixa.
       PROCURA-TORNEIO-ADIANTE.
           MOVE "N" TO WS-TR-ADIANTE.
           PERFORM VARYING WS-IDX-SEG FROM WS-IDX BY 1
               UNTIL WS-IDX-SEG > WS-RL-QTD OR WS-TR-ADIANTE = "S"
               EVALUATE TRUE
                   WHEN WS-IDX-SEG = WS-IDX
                       CONTINUE
                   WHEN WS-RL-ENT-TIPO(WS-IDX-SEG) = "T"
                       AND WS-RL-ENT-T-NUM(WS-IDX-SEG)
                           = WS-TR-NUM(WS-TORNEIO-IDX)
                       AND WS-TR-STATUS(WS-TORNEIO-IDX) = "C"
                       AND WS-TR-GAME-ID(WS-TORNEIO-IDX)
                           = WS-RL-ENT-T-GAME-ID(WS-IDX-SEG)
                       MOVE "S" TO WS-TR-ADIANTE
                   WHEN WS-RL-ENT-TIPO(WS-IDX-SEG) = "U"
                       AND WS-RL-ENT-U-NUM(WS-IDX-SEG)
                           = WS-TR-NUM(WS-TORNEIO-IDX)
                       AND WS-TR-STATUS(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-STATUS(WS-IDX-SEG)
                       AND WS-TR-RESULTADO(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-RESULTADO(WS-IDX-SEG)
                       AND WS-TR-GAME-ID(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-GAME-ID-NOVO(WS-IDX-SEG)
                       MOVE "S" TO WS-TR-ADIANTE
               END-EVALUATE
           END-PERFORM.

    ***  -- Partida completa pelo GAME-ID corrigido recebe a situacao,
    ***  -- o resultado e o GAME-ID que a correcao deixou; ja nesse
    ***  -- estado, ou no de uma entrada posterior, esta presente.
       APLICA-ACERTO-TORNEIO.
           MOVE 0 TO WS-TORNEIO-ACHADO.
           PERFORM VARYING WS-TORNEIO-IDX FROM 1 BY 1
               UNTIL WS-TORNEIO-IDX > WS-TORNEIO-QTD
               IF WS-TR-TIPO(WS-TORNEIO-IDX) = "P"
                   AND WS-TR-NUM(WS-TORNEIO-IDX)
                       = WS-RL-ENT-U-NUM(WS-IDX) THEN
                   MOVE WS-TORNEIO-IDX TO WS-TORNEIO-ACHADO
               END-IF
           END-PERFORM.
           IF WS-TORNEIO-ACHADO = 0 THEN
               PERFORM AVISA-DIVERGENCIA-ACERTO
           ELSE
               MOVE WS-TORNEIO-ACHADO TO WS-TORNEIO-IDX
               EVALUATE TRUE
                   WHEN WS-TR-STATUS(WS-TORNEIO-IDX)
                       = WS-RL-ENT-U-STATUS(WS-IDX)
                       AND WS-TR-RESULTADO(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-RESULTADO(WS-IDX)
                       AND WS-TR-GAME-ID(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-GAME-ID-NOVO(WS-IDX)
                       MOVE "P" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-U-PRESENTE
                   WHEN WS-TR-STATUS(WS-TORNEIO-IDX) = "C"
                       AND WS-TR-GAME-ID(WS-TORNEIO-IDX)
                           = WS-RL-ENT-U-GAME-ID(WS-IDX)
                       MOVE WS-RL-ENT-U-STATUS(WS-IDX)
                           TO WS-TR-STATUS(WS-TORNEIO-IDX)
                       MOVE WS-RL-ENT-U-RESULTADO(WS-IDX)
                           TO WS-TR-RESULTADO(WS-TORNEIO-IDX)
                       MOVE WS-RL-ENT-U-GAME-ID-NOVO(WS-IDX)
                           TO WS-TR-GAME-ID(WS-TORNEIO-IDX)
                       MOVE "S" TO WS-TORNEIO-MUDOU
                       MOVE "A" TO WS-RL-SIT(WS-IDX)
                       ADD 1 TO WS-QTD-U-APLICADO
                   WHEN OTHER
                       PERFORM PROCURA-TORNEIO-ADIANTE
                       IF WS-TR-ADIANTE = "S" THEN
                           MOVE "P" TO WS-RL-SIT(WS-IDX)
                           ADD 1 TO WS-QTD-U-PRESENTE
                       ELSE
                           PERFORM AVISA-DIVERGENCIA-ACERTO
                       END-IF
               END-EVALUATE
           END-IF.

       AVISA-DIVERGENCIA-ACERTO.
           MOVE "C" TO WS-RL-SIT(WS-IDX).
           ADD 1 TO WS-QTD-U-DIVERGE.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-TORNEIO-ACHADO = 0 THEN
               STRING "DIVERGENTE: partida " WS-RL-ENT-U-NUM(WS-IDX)
                   " (correcao do game-id " WS-RL-ENT-U-GAME-ID(WS-IDX)
                   ") nao esta no torneio.txt"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "DIVERGENTE: partida " WS-RL-ENT-U-NUM(WS-IDX)
                   " com game-id " WS-TR-GAME-ID(WS-TORNEIO-IDX)
                   ", correcao do game-id "
                   WS-RL-ENT-U-GAME-ID(WS-IDX) " nao aplicada"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.

       AVISA-DIVERGENCIA-TORNEIO.
           MOVE "C" TO WS-RL-SIT(WS-IDX).
           ADD 1 TO WS-QTD-T-DIVERGE.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-TORNEIO-ACHADO = 0 THEN
               STRING "DIVERGENTE: partida " WS-RL-ENT-T-NUM(WS-IDX)
                   " (game-id " WS-RL-ENT-T-GAME-ID(WS-IDX)
                   ") nao esta no torneio.txt"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               STRING "DIVERGENTE: partida " WS-RL-ENT-T-NUM(WS-IDX)
                   " ja completa pelo game-id "
                   WS-TR-GAME-ID(WS-TORNEIO-IDX) " (log: "
                   WS-RL-ENT-T-GAME-ID(WS-IDX) ")"
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.

    ************* PLACAR -----------------------------------------------
    ***  -- placar.txt e regravado inteiro a cada partida; vale o
    ***  -- ultimo "P" do log.
       APLICA-PLACAR.
           IF WS-ULTIMO-P > 0 THEN
               MOVE SPACES TO WS-PLACAR-ATUAL
               OPEN INPUT PLACAR
               IF WS-FS-PLACAR = "00" THEN
                   READ PLACAR
                       AT END CONTINUE
                   END-READ
                   IF WS-FS-PLACAR = "00" THEN
                       MOVE PLACAR-ARQUIVO TO WS-PLACAR-ATUAL
                   END-IF
                   CLOSE PLACAR
               END-IF
               IF WS-PLACAR-ATUAL = WS-RL-ENT-P-PLACAR(WS-ULTIMO-P)
                   THEN
                   MOVE "P" TO WS-P-SITUACAO
               ELSE
                   MOVE WS-RL-ENT-P-PLACAR(WS-ULTIMO-P)
                       TO PLACAR-ARQUIVO
                   OPEN OUTPUT PLACAR
                   WRITE PLACAR-ARQUIVO
                   CLOSE PLACAR
                   MOVE "A" TO WS-P-SITUACAO
               END-IF
           END-IF.

    ************* RELATORIO --------------------------------------------
       IMPRIME-TOTAIS.
           MOVE WS-QTD-G-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-G-PRESENTE TO WS-ED-QTD-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Resultados (G)    : aplicados " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-J-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-J-PRESENTE TO WS-ED-QTD-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Jogadas (J)       : aplicadas " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-M-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-M-PRESENTE TO WS-ED-QTD-2.
           MOVE WS-QTD-M-DIVERGE  TO WS-ED-QTD-3.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Player-master (M) : aplicados " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               ", divergentes " WS-ED-QTD-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-T-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-T-PRESENTE TO WS-ED-QTD-2.
           MOVE WS-QTD-T-DIVERGE  TO WS-ED-QTD-3.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Torneio (T)       : aplicadas " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               ", divergentes " WS-ED-QTD-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-C-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-C-PRESENTE TO WS-ED-QTD-2.
           MOVE WS-QTD-C-DIVERGE  TO WS-ED-QTD-3.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Correcoes (C)     : aplicadas " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               ", divergentes " WS-ED-QTD-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-I-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-I-PRESENTE TO WS-ED-QTD-2.
           MOVE WS-QTD-I-DIVERGE  TO WS-ED-QTD-3.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Trocas de ID (I)  : aplicadas " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               ", divergentes " WS-ED-QTD-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-U-APLICADO TO WS-ED-QTD.
           MOVE WS-QTD-U-PRESENTE TO WS-ED-QTD-2.
           MOVE WS-QTD-U-DIVERGE  TO WS-ED-QTD-3.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Acertos torn. (U) : aplicados " WS-ED-QTD
               ", ja presentes " WS-ED-QTD-2
               ", divergentes " WS-ED-QTD-3
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE WS-QTD-P-TOTAL TO WS-ED-QTD.
           IF WS-ULTIMO-P > 0 THEN
               MOVE WS-RL-ENT(WS-ULTIMO-P) TO WS-RL-ATUAL
           END-IF.
           MOVE SPACES TO RELATORIO-LINHA.
           EVALUATE WS-P-SITUACAO
               WHEN "A"
                   STRING "Placar (P)        : ultimo de " WS-ED-QTD
                       " aplicado (VOCE " WS-RL-P-USUARIO " x "
                       WS-RL-P-COBOL " COBOL)"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN "P"
                   STRING "Placar (P)        : ultimo de " WS-ED-QTD
                       " ja estava no placar.txt"
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN OTHER
                   MOVE "Placar (P)        : nenhum no log"
                       TO RELATORIO-LINHA
           END-EVALUATE.
           PERFORM GRAVA-LINHA-RELATORIO.

           MOVE SPACES TO RELATORIO-LINHA.
           EVALUATE TRUE
               WHEN WS-LOG-RECUSADO = "S"
                   MOVE "Roll-forward RECUSADO: log de outro conjunto."
                       TO RELATORIO-LINHA
               WHEN WS-DANIFICADO = "S" OR WS-CAPACIDADE = "S"
                   MOVE WS-QTD-LIDOS TO WS-ED-REGISTRO
                   STRING "Roll-forward PARADO no registro "
                       WS-ED-REGISTRO " - veja acima."
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN WS-QTD-M-DIVERGE > 0 OR WS-QTD-T-DIVERGE > 0
                   OR WS-QTD-C-DIVERGE > 0 OR WS-QTD-I-DIVERGE > 0
                   OR WS-QTD-U-DIVERGE > 0
                   STRING "Roll-forward concluido com divergencias"
                       " - veja acima."
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               WHEN WS-LOG-EXISTE = "N"
                   MOVE "Roll-forward sem redo log - nada a fazer."
                       TO RELATORIO-LINHA
               WHEN OTHER
                   MOVE "Roll-forward concluido." TO RELATORIO-LINHA
           END-EVALUATE.
           PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-RELATORIO.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.

       END PROGRAM JOGO-DA-VELHA-REDO.
