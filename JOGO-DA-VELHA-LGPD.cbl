      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Apagamento dos dados pessoais de um jogador a pedido
      *          do titular (LGPD), so com supervisor: o PLAYER-ID e o
      *          PM-NOME sao trocados por um token anonimo ("#nnnn",
      *          sequencia em lgpd-controle.txt) em todos os arquivos
      *          que guardam o jogador:
      *          - player-master.dat (registro regravado sob o token,
      *            nome = token, contadores V/D/E mantidos);
      *          - game-result.txt, jogadas.txt e cada arquivo do
      *            archive-catalogo.txt (jogadas-archive- e os pares
      *            antigos bloqueio-archive-/ataque-archive-), alem de
      *            bloqueio.txt/ataque.txt se ainda existirem;
      *          - ratings.txt, conquistas.txt, perfil-jogadores.txt,
      *            tempo-jogadas.txt, torneio.txt,
      *            torneio-historico.txt e temporada-historico.txt;
      *          - redo-log.txt (partidas, correcoes de resultado e
      *            trocas de ID desde o ultimo fechamento);
      *          - correcoes-resultado.txt, situacao-jogadores.txt e
      *            os creditos (creditos-movimento.txt,
      *            creditos-saldo.txt e cada arquivo do
      *            creditos-catalogo.txt);
      *          - todos os conjuntos de backup datados listados em
      *            backup-catalogo.txt, mais o do ultimo fechamento
      *            (controle-fechamento.txt), o unico que o jogo
      *            restaura.
      *          Como o token herda todas as linhas e os contadores do
      *          jogador, as estatisticas dos adversarios e os totais
      *          da AUDITORIA continuam batendo. O token fica com
      *          situacao "E" (encerrado). Imprime o certificado
      *          lgpd-certificado-nnnn.txt com o que foi alterado em
      *          cada arquivo, cada conjunto de backup tratado e o
      *          aviso de que conjuntos fora dessa lista (gravados
      *          antes do backup-catalogo.txt existir, ou copiados
      *          para fora) nao foram tratados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-LGPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

    ***  -- player-master.dat do conjunto de backup do FECHAMENTO.
       SELECT PLAYER-MASTER-BACKUP
       ASSIGN TO DYNAMIC WS-NOME-ARQ-PM-BACKUP
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PMB-ID
       FILE STATUS IS WS-FS-PM-BACKUP.

    ***  -- Um unico par de FDs genericos regrava todos os arquivos
    ***  -- texto (o nome e trocado por passada, mesmo copia-e-volta
    ***  -- do CADASTRO); o ID fica em posicao fixa em cada layout.
       SELECT TEXTO-ARQ ASSIGN TO DYNAMIC WS-NOME-ARQ-TEXTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TEXTO.

       SELECT TEXTO-WORK ASSIGN TO 'lgpd-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TEXTO-WORK.

       SELECT ARCHIVE-CATALOGO ASSIGN TO 'archive-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CATALOGO.

       SELECT CREDITOS-CATALOGO ASSIGN TO 'creditos-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-CAT.

    ***  -- Lista de todos os conjuntos backup-AAAAMMDD-* gravados
    ***  -- pelo FECHAMENTO.
       SELECT BACKUP-CATALOGO ASSIGN TO 'backup-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-BKP-CAT.

       SELECT CONTROLE-FECHAMENTO
       ASSIGN TO 'controle-fechamento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

    ***  -- Um registro por apagamento: token, data, hora, supervisor
    ***  -- e total de registros alterados (sem o ID original).
       SELECT LGPD-CONTROLE ASSIGN TO 'lgpd-controle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-LGPD-CTL.

       SELECT CERTIFICADO ASSIGN TO DYNAMIC WS-NOME-ARQ-CERTIFICADO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CERTIFICADO.

       SELECT SITUACAO-JOGADORES ASSIGN TO 'situacao-jogadores.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-SITUACAO.

       SELECT OPERADOR-MASTER ASSIGN TO 'operador-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-ID
       FILE STATUS IS WS-FS-OPERADOR.

       SELECT SESSAO-JOURNAL ASSIGN TO 'sessao-journal.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PM-ID            PIC X(5).
           05 PM-VITORIAS      PIC 9(5).
           05 PM-DERROTAS      PIC 9(5).
           05 PM-EMPATES       PIC 9(5).
           05 PM-NOME          PIC X(30).
           05 PM-DATA-CADASTRO PIC 9(8).

       FD PLAYER-MASTER-BACKUP.
       01 PLAYER-MASTER-BACKUP-ARQUIVO.
           05 PMB-ID            PIC X(5).
           05 PMB-VITORIAS      PIC 9(5).
           05 PMB-DERROTAS      PIC 9(5).
           05 PMB-EMPATES       PIC 9(5).
           05 PMB-NOME          PIC X(30).
           05 PMB-DATA-CADASTRO PIC 9(8).

       FD TEXTO-ARQ.
       01 TEXTO-ARQ-LINHA PIC X(200).

       FD TEXTO-WORK.
       01 TEXTO-WORK-LINHA PIC X(200).

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
           05 CAT-NOME-ARQ    PIC X(40).
           05 CAT-DATA        PIC 9(8).
           05 CAT-GAME-ID-MIN PIC 9(5).
           05 CAT-GAME-ID-MAX PIC 9(5).
           05 CAT-QTD-REG     PIC 9(7).

       FD CREDITOS-CATALOGO.
       01 CREDITOS-CATALOGO-ARQUIVO.
           05 CC-NOME-ARQ PIC X(40).
           05 CC-DATA     PIC 9(8).
           05 CC-HORA     PIC 9(6).
           05 CC-QTD-REG  PIC 9(7).

       FD BACKUP-CATALOGO.
       01 BACKUP-CATALOGO-ARQUIVO.
           05 BC-DATA PIC 9(8).
           05 BC-HORA PIC 9(6).

       FD CONTROLE-FECHAMENTO.
       01 CONTROLE-FECHAMENTO-ARQUIVO.
           05 CTL-DATA       PIC 9(8).
           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       FD LGPD-CONTROLE.
       01 LGPD-CONTROLE-ARQUIVO.
           05 LC-TOKEN      PIC X(5).
           05 LC-DATA       PIC 9(8).
           05 LC-HORA       PIC 9(6).
           05 LC-SUPERVISOR PIC X(5).
           05 LC-TOTAL      PIC 9(7).

       FD CERTIFICADO.
       01 CERTIFICADO-LINHA PIC X(80).

       FD SITUACAO-JOGADORES.
       01 SITUACAO-JOGADORES-ARQUIVO.
           05 SJ-PLAYER-ID PIC X(5).
           05 SJ-SITUACAO  PIC X(1).
           05 SJ-ATE       PIC 9(8).
           05 SJ-DATA      PIC 9(8).
           05 SJ-HORA      PIC 9(6).
           05 SJ-OPERADOR  PIC X(5).
           05 SJ-MOTIVO    PIC X(40).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PM-BACKUP     PIC X(2) VALUE "00".
       01 WS-FS-TEXTO         PIC X(2) VALUE "00".
       01 WS-FS-TEXTO-WORK    PIC X(2) VALUE "00".
       01 WS-FS-CATALOGO      PIC X(2) VALUE "00".
       01 WS-FS-CRED-CAT      PIC X(2) VALUE "00".
       01 WS-FS-BKP-CAT       PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE      PIC X(2) VALUE "00".
       01 WS-FS-LGPD-CTL      PIC X(2) VALUE "00".
       01 WS-FS-CERTIFICADO   PIC X(2) VALUE "00".
       01 WS-FS-SITUACAO      PIC X(2) VALUE "00".

       01 WS-EOF PIC X(1) VALUE "N".

       01 WS-NOME-ARQ-TEXTO       PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQ-PM-BACKUP   PIC X(40) VALUE SPACES.
       01 WS-NOME-ARQ-CERTIFICADO PIC X(40) VALUE SPACES.

       01 WS-DATA-HOJE  PIC 9(8).
       01 WS-HORA-AGORA PIC 9(6).

    ************* JOGADOR E TOKEN -------------------------------------
       01 WS-ID-APAGAR   PIC X(5).
       01 WS-CONFIRMA    PIC 9(1) VALUE 0.
       01 WS-PM-ACHOU    PIC X(1) VALUE "N".
       01 WS-TOKEN-SEQ   PIC 9(4) VALUE 0.
       01 WS-TOKEN.
           05 FILLER         PIC X(1) VALUE "#".
           05 WS-TOKEN-NUM   PIC 9(4).
       01 WS-TOKEN-LIVRE PIC X(1) VALUE "N".

    ***  -- Registro do jogador guardado entre a leitura e a gravacao
    ***  -- sob o token.
       01 WS-PM-GUARDA.
           05 WS-GUARDA-VITORIAS      PIC 9(5).
           05 WS-GUARDA-DERROTAS      PIC 9(5).
           05 WS-GUARDA-EMPATES       PIC 9(5).
           05 WS-GUARDA-DATA-CADASTRO PIC 9(8).

       01 WS-CTL-DATA       PIC 9(8) VALUE 0.

    ************* ARQUIVOS A PERCORRER --------------------------------
    ***  -- Cada arquivo texto com ate 6 posicoes de ID. Se
    ***  -- WS-ARQ-TIPO-POS nao for zero, a posicao so vale nos
    ***  -- registros cujo byte WS-ARQ-TIPO-POS e WS-ARQ-TIPO-VAL
    ***  -- (torneio.txt e torneio-historico.txt tem um layout por
    ***  -- tipo de registro). WS-ARQ-SITUACAO: "S" regravado, "N"
    ***  -- nao existe.
       01 WS-ARQ-MAX   PIC 9(4) VALUE 600.
       01 WS-ARQ-QTD   PIC 9(4) VALUE 0.
       01 WS-ARQ-IDX   PIC 9(4) VALUE 0.
       01 WS-ARQ-TAB.
           05 WS-ARQ-ITEM OCCURS 600 TIMES.
               10 WS-ARQ-NOME     PIC X(40).
               10 WS-ARQ-QTD-POS  PIC 9(1).
               10 WS-ARQ-POSICAO OCCURS 6 TIMES.
                   15 WS-ARQ-POS      PIC 9(3).
                   15 WS-ARQ-TIPO-POS PIC 9(3).
                   15 WS-ARQ-TIPO-VAL PIC X(1).
               10 WS-ARQ-TROCADOS PIC 9(7).
               10 WS-ARQ-SITUACAO PIC X(1).

    ***  -- Arquivo a incluir na tabela (INCLUI-ARQUIVO).
       01 WS-NOVO-NOME    PIC X(40).
       01 WS-NOVO-QTD-POS PIC 9(1).
       01 WS-NOVO-POSICAO OCCURS 6 TIMES.
           05 WS-NOVO-POS      PIC 9(3).
           05 WS-NOVO-TIPO-POS PIC 9(3).
           05 WS-NOVO-TIPO-VAL PIC X(1).
       01 WS-NOVO-REPETIDO PIC X(1).
       01 WS-BUSCA-IDX     PIC 9(4).
       01 WS-POS-IDX       PIC 9(1).

       01 WS-LINHA-TROCADA PIC X(1).
       01 WS-POS           PIC 9(3).
       01 WS-TIPO-POS      PIC 9(3).

    ************* TOTAIS E CERTIFICADO --------------------------------
       01 WS-PM-TROCADOS   PIC 9(7) VALUE 0.

    ***  -- Um item por conjunto de backup (data), com o player-master
    ***  -- do conjunto: WS-BKP-SITUACAO "S" regravado, "N" nao existe.
       01 WS-BKP-MAX  PIC 9(3) VALUE 400.
       01 WS-BKP-QTD  PIC 9(3) VALUE 0.
       01 WS-BKP-IDX  PIC 9(3) VALUE 0.
       01 WS-BKP-DATA-NOVA PIC 9(8).
       01 WS-BKP-TAB.
           05 WS-BKP-ITEM OCCURS 400 TIMES.
               10 WS-BKP-DATA     PIC 9(8).
               10 WS-BKP-TROCADOS PIC 9(7).
               10 WS-BKP-SITUACAO PIC X(1).
       01 WS-TOTAL-GERAL   PIC 9(7) VALUE 0.

       01 WS-LINHA-CERT.
           05 WS-LC-NOME     PIC X(44).
           05 WS-LC-QTD      PIC Z(6)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-LC-OBS      PIC X(27).

    ************* CONFIRMACAO DO SUPERVISOR ---------------------------
       01 WS-FS-OPERADOR PIC X(2) VALUE "00".
       01 WS-FS-JOURNAL  PIC X(2) VALUE "00".
       01 WS-SUP-ID      PIC X(5).
       01 WS-SUP-PIN     PIC X(4).
       01 WS-SUP-OK      PIC X(1) VALUE "N".
       01 WS-ACAO-RECUSA PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Apagamento de dados pessoais (LGPD)".
           MOVE "APAGAMENTO LGPD" TO WS-ACAO-RECUSA.
           PERFORM CONFIRMA-SUPERVISOR.
           IF WS-SUP-OK = "S" THEN
               PERFORM PEDE-JOGADOR
               IF WS-CONFIRMA = 1 THEN
                   PERFORM APAGA-DADOS-JOGADOR
               ELSE
                   DISPLAY "  Nada foi alterado."
               END-IF
           END-IF.
           STOP RUN.

    ***  -- O ID precisa estar no player-master; o operador confere o
    ***  -- nome com o titular antes de confirmar.
       PEDE-JOGADOR.
           MOVE 0 TO WS-CONFIRMA.
           DISPLAY " ".
           DISPLAY "  ID do jogador a apagar : ".
           ACCEPT WS-ID-APAGAR.
           IF WS-ID-APAGAR(1:1) = "#" OR WS-ID-APAGAR = SPACES THEN
               DISPLAY "  ID invalido (token ja anonimo ou em branco)."
           ELSE
               MOVE "S" TO WS-PM-ACHOU
               OPEN INPUT PLAYER-MASTER
               IF WS-FS-PLAYER-MASTER NOT = "00" THEN
                   MOVE "N" TO WS-PM-ACHOU
               ELSE
                   MOVE WS-ID-APAGAR TO PM-ID
                   READ PLAYER-MASTER
                       INVALID KEY MOVE "N" TO WS-PM-ACHOU
                   END-READ
                   CLOSE PLAYER-MASTER
               END-IF
               IF WS-PM-ACHOU = "N" THEN
                   DISPLAY "  ID " WS-ID-APAGAR " nao cadastrado."
               ELSE
                   DISPLAY " "
                   DISPLAY "  Jogador " WS-ID-APAGAR " : " PM-NOME
                   DISPLAY "  Cadastrado em " PM-DATA-CADASTRO
                   DISPLAY "  O ID e o nome serao trocados por um "
                       "token anonimo em todos os arquivos."
                   DISPLAY "  A operacao nao pode ser desfeita."
                   DISPLAY "  1 - APAGAR"
                   DISPLAY "  2 - DESISTIR"
                   ACCEPT WS-CONFIRMA
               END-IF
           END-IF.

       APAGA-DADOS-JOGADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA.
           PERFORM GERA-TOKEN.
           PERFORM MONTA-LISTA-ARQUIVOS.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-ARQ-QTD
               PERFORM TROCA-ID-ARQUIVO
               ADD WS-ARQ-TROCADOS(WS-ARQ-IDX) TO WS-TOTAL-GERAL
           END-PERFORM.
           PERFORM TROCA-ID-PLAYER-MASTER.
           ADD WS-PM-TROCADOS  TO WS-TOTAL-GERAL.
           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
               UNTIL WS-BKP-IDX > WS-BKP-QTD
               PERFORM TROCA-ID-PM-BACKUP
               ADD WS-BKP-TROCADOS(WS-BKP-IDX) TO WS-TOTAL-GERAL
           END-PERFORM.
           PERFORM GRAVA-SITUACAO-TOKEN.
           PERFORM GRAVA-LGPD-CONTROLE.
           PERFORM IMPRIME-CERTIFICADO.

    ***  -- Proximo numero da sequencia de lgpd-controle.txt; pula um
    ***  -- token que por acaso ja exista no player-master.
       GERA-TOKEN.
           MOVE 0 TO WS-TOKEN-SEQ.
           MOVE "N" TO WS-EOF.
           OPEN INPUT LGPD-CONTROLE.
           IF WS-FS-LGPD-CTL = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ LGPD-CONTROLE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-TOKEN-SEQ
                   END-READ
               END-PERFORM
               CLOSE LGPD-CONTROLE
           END-IF.
           MOVE "N" TO WS-TOKEN-LIVRE.
           OPEN INPUT PLAYER-MASTER.
           PERFORM UNTIL WS-TOKEN-LIVRE = "S"
               ADD 1 TO WS-TOKEN-SEQ
               MOVE WS-TOKEN-SEQ TO WS-TOKEN-NUM
               MOVE WS-TOKEN TO PM-ID
               READ PLAYER-MASTER
                   INVALID KEY MOVE "S" TO WS-TOKEN-LIVRE
               END-READ
           END-PERFORM.
           CLOSE PLAYER-MASTER.
           MOVE SPACES TO WS-NOME-ARQ-CERTIFICADO.
           STRING "lgpd-certificado-" WS-TOKEN-NUM ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-CERTIFICADO.

    ***  -- Arquivos fixos primeiro, depois os arquivados dos dois
    ***  -- catalogos (o mesmo nome pode aparecer mais de uma vez no
    ***  -- catalogo; INCLUI-ARQUIVO descarta o repetido) e por fim os
    ***  -- conjuntos de backup: o do ultimo fechamento e cada um do
    ***  -- backup-catalogo.txt.
       MONTA-LISTA-ARQUIVOS.
           MOVE 0 TO WS-ARQ-QTD.
           MOVE "game-result.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-6.
           MOVE "jogadas.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-8.
           MOVE "bloqueio.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-6.
           MOVE "ataque.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-6.
           MOVE "ratings.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-1.
           MOVE "conquistas.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-1.
           MOVE "perfil-jogadores.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-1.
           MOVE "tempo-jogadas.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-6.

    ***  -- torneio.txt: "J" jogador na posicao 2; "P" partida com
    ***  -- os dois jogadores nas posicoes 5 e 10.
           MOVE "torneio.txt" TO WS-NOVO-NOME.
           MOVE 3 TO WS-NOVO-QTD-POS.
           MOVE 2  TO WS-NOVO-POS(1).
           MOVE 1  TO WS-NOVO-TIPO-POS(1).
           MOVE "J" TO WS-NOVO-TIPO-VAL(1).
           MOVE 5  TO WS-NOVO-POS(2).
           MOVE 1  TO WS-NOVO-TIPO-POS(2).
           MOVE "P" TO WS-NOVO-TIPO-VAL(2).
           MOVE 10 TO WS-NOVO-POS(3).
           MOVE 1  TO WS-NOVO-TIPO-POS(3).
           MOVE "P" TO WS-NOVO-TIPO-VAL(3).
           PERFORM INCLUI-ARQUIVO.

    ***  -- torneio-historico.txt: "C" campeao na posicao 45, "F"
    ***  -- classificacao na 7, "P" partida nas 8 e 13.
           MOVE "torneio-historico.txt" TO WS-NOVO-NOME.
           MOVE 4 TO WS-NOVO-QTD-POS.
           MOVE 45 TO WS-NOVO-POS(1).
           MOVE 4  TO WS-NOVO-TIPO-POS(1).
           MOVE "C" TO WS-NOVO-TIPO-VAL(1).
           MOVE 7  TO WS-NOVO-POS(2).
           MOVE 4  TO WS-NOVO-TIPO-POS(2).
           MOVE "F" TO WS-NOVO-TIPO-VAL(2).
           MOVE 8  TO WS-NOVO-POS(3).
           MOVE 4  TO WS-NOVO-TIPO-POS(3).
           MOVE "P" TO WS-NOVO-TIPO-VAL(3).
           MOVE 13 TO WS-NOVO-POS(4).
           MOVE 4  TO WS-NOVO-TIPO-POS(4).
           MOVE "P" TO WS-NOVO-TIPO-VAL(4).
           PERFORM INCLUI-ARQUIVO.

    ***  -- temporada-historico.txt: "R" jogador na posicao 9, "T"
    ***  -- campeao na 47, "Q" conquista na 6, "P" premiado na 10.
           MOVE "temporada-historico.txt" TO WS-NOVO-NOME.
           MOVE 4 TO WS-NOVO-QTD-POS.
           MOVE 9  TO WS-NOVO-POS(1).
           MOVE 5  TO WS-NOVO-TIPO-POS(1).
           MOVE "R" TO WS-NOVO-TIPO-VAL(1).
           MOVE 47 TO WS-NOVO-POS(2).
           MOVE 5  TO WS-NOVO-TIPO-POS(2).
           MOVE "T" TO WS-NOVO-TIPO-VAL(2).
           MOVE 6  TO WS-NOVO-POS(3).
           MOVE 5  TO WS-NOVO-TIPO-POS(3).
           MOVE "Q" TO WS-NOVO-TIPO-VAL(3).
           MOVE 10 TO WS-NOVO-POS(4).
           MOVE 5  TO WS-NOVO-TIPO-POS(4).
           MOVE "P" TO WS-NOVO-TIPO-VAL(4).
           PERFORM INCLUI-ARQUIVO.

    ***  -- correcoes-resultado.txt: CR-LADO-ID na posicao 21 e o
    ***  -- PLAYER-ID da linha de game-result guardada na 76.
           MOVE "correcoes-resultado.txt" TO WS-NOVO-NOME.
           MOVE 2 TO WS-NOVO-QTD-POS.
           MOVE 21 TO WS-NOVO-POS(1).
           MOVE 0  TO WS-NOVO-TIPO-POS(1).
           MOVE 76 TO WS-NOVO-POS(2).
           MOVE 0  TO WS-NOVO-TIPO-POS(2).
           PERFORM INCLUI-ARQUIVO.

    ***  -- redo-log.txt: tipo do registro na posicao 21; imagem de
    ***  -- game-result ("G") com o jogador na 27, de jogadas ("J")
    ***  -- na 29, contadores do player-master ("M") na 22, correcao
    ***  -- de resultado ("C") com o jogador na 27 e troca de ID ("I")
    ***  -- com o ID antigo na 22 e o novo na 27.
           MOVE "redo-log.txt" TO WS-NOVO-NOME.
           MOVE 6 TO WS-NOVO-QTD-POS.
           MOVE 27 TO WS-NOVO-POS(1).
           MOVE 21 TO WS-NOVO-TIPO-POS(1).
           MOVE "G" TO WS-NOVO-TIPO-VAL(1).
           MOVE 29 TO WS-NOVO-POS(2).
           MOVE 21 TO WS-NOVO-TIPO-POS(2).
           MOVE "J" TO WS-NOVO-TIPO-VAL(2).
           MOVE 22 TO WS-NOVO-POS(3).
           MOVE 21 TO WS-NOVO-TIPO-POS(3).
           MOVE "M" TO WS-NOVO-TIPO-VAL(3).
           MOVE 27 TO WS-NOVO-POS(4).
           MOVE 21 TO WS-NOVO-TIPO-POS(4).
           MOVE "C" TO WS-NOVO-TIPO-VAL(4).
           MOVE 22 TO WS-NOVO-POS(5).
           MOVE 21 TO WS-NOVO-TIPO-POS(5).
           MOVE "I" TO WS-NOVO-TIPO-VAL(5).
           MOVE 27 TO WS-NOVO-POS(6).
           MOVE 21 TO WS-NOVO-TIPO-POS(6).
           MOVE "I" TO WS-NOVO-TIPO-VAL(6).
           PERFORM INCLUI-ARQUIVO.

           MOVE "situacao-jogadores.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-1.
           MOVE "creditos-movimento.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-2.
           MOVE "creditos-saldo.txt" TO WS-NOVO-NOME.
           PERFORM NOVO-ID-NA-POSICAO-1.

           MOVE "N" TO WS-EOF.
           OPEN INPUT ARCHIVE-CATALOGO.
           IF WS-FS-CATALOGO = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ ARCHIVE-CATALOGO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE CAT-NOME-ARQ TO WS-NOVO-NOME
                           IF CAT-NOME-ARQ(1:16) = "jogadas-archive-"
                               THEN
                               PERFORM NOVO-ID-NA-POSICAO-8
                           ELSE
                               PERFORM NOVO-ID-NA-POSICAO-6
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOGO
           END-IF.

           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDITOS-CATALOGO.
           IF WS-FS-CRED-CAT = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ CREDITOS-CATALOGO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE CC-NOME-ARQ TO WS-NOVO-NOME
                           PERFORM NOVO-ID-NA-POSICAO-2
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-CATALOGO
           END-IF.

           MOVE 0 TO WS-BKP-QTD.
           MOVE 0 TO WS-CTL-DATA.
           OPEN INPUT CONTROLE-FECHAMENTO.
           IF WS-FS-CONTROLE = "00" THEN
               READ CONTROLE-FECHAMENTO
                   NOT AT END MOVE CTL-DATA TO WS-CTL-DATA
               END-READ
               CLOSE CONTROLE-FECHAMENTO
           END-IF.
           IF WS-CTL-DATA > 0 THEN
               MOVE WS-CTL-DATA TO WS-BKP-DATA-NOVA
               PERFORM INCLUI-BACKUP
           END-IF.

           MOVE "N" TO WS-EOF.
           OPEN INPUT BACKUP-CATALOGO.
           IF WS-FS-BKP-CAT = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ BACKUP-CATALOGO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE BC-DATA TO WS-BKP-DATA-NOVA
                           PERFORM INCLUI-BACKUP
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOGO
           END-IF.

    ***  -- Um conjunto por data (o fechamento pode ter rodado duas
    ***  -- vezes no mesmo dia); os dois arquivos texto do conjunto
    ***  -- entram na lista geral e o player-master fica na tabela
    ***  -- de conjuntos.
       INCLUI-BACKUP.
           MOVE "N" TO WS-NOVO-REPETIDO.
           PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
               UNTIL WS-BUSCA-IDX > WS-BKP-QTD
               IF WS-BKP-DATA(WS-BUSCA-IDX) = WS-BKP-DATA-NOVA THEN
                   MOVE "S" TO WS-NOVO-REPETIDO
               END-IF
           END-PERFORM.
           IF WS-NOVO-REPETIDO = "N" AND WS-BKP-QTD < WS-BKP-MAX
               THEN
               ADD 1 TO WS-BKP-QTD
               MOVE WS-BKP-DATA-NOVA TO WS-BKP-DATA(WS-BKP-QTD)
               MOVE 0   TO WS-BKP-TROCADOS(WS-BKP-QTD)
               MOVE "N" TO WS-BKP-SITUACAO(WS-BKP-QTD)
               MOVE SPACES TO WS-NOVO-NOME
               STRING "backup-" WS-BKP-DATA-NOVA "-game-result.txt"
                   DELIMITED BY SIZE INTO WS-NOVO-NOME
               PERFORM NOVO-ID-NA-POSICAO-6
               MOVE SPACES TO WS-NOVO-NOME
               STRING "backup-" WS-BKP-DATA-NOVA "-jogadas.txt"
                   DELIMITED BY SIZE INTO WS-NOVO-NOME
               PERFORM NOVO-ID-NA-POSICAO-8
           END-IF.

       NOVO-ID-NA-POSICAO-1.
           MOVE 1 TO WS-NOVO-POS(1).
           PERFORM NOVO-ID-POSICAO-UNICA.

       NOVO-ID-NA-POSICAO-2.
           MOVE 2 TO WS-NOVO-POS(1).
           PERFORM NOVO-ID-POSICAO-UNICA.

       NOVO-ID-NA-POSICAO-6.
           MOVE 6 TO WS-NOVO-POS(1).
           PERFORM NOVO-ID-POSICAO-UNICA.

       NOVO-ID-NA-POSICAO-8.
           MOVE 8 TO WS-NOVO-POS(1).
           PERFORM NOVO-ID-POSICAO-UNICA.

       NOVO-ID-POSICAO-UNICA.
           MOVE 1 TO WS-NOVO-QTD-POS.
           MOVE 0 TO WS-NOVO-TIPO-POS(1).
           PERFORM INCLUI-ARQUIVO.

       INCLUI-ARQUIVO.
           MOVE "N" TO WS-NOVO-REPETIDO.
           PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
               UNTIL WS-BUSCA-IDX > WS-ARQ-QTD
               IF WS-ARQ-NOME(WS-BUSCA-IDX) = WS-NOVO-NOME THEN
                   MOVE "S" TO WS-NOVO-REPETIDO
               END-IF
           END-PERFORM.
           IF WS-NOVO-REPETIDO = "N" AND WS-ARQ-QTD < WS-ARQ-MAX
               THEN
               ADD 1 TO WS-ARQ-QTD
               MOVE WS-NOVO-NOME    TO WS-ARQ-NOME(WS-ARQ-QTD)
               MOVE WS-NOVO-QTD-POS TO WS-ARQ-QTD-POS(WS-ARQ-QTD)
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-NOVO-QTD-POS
                   MOVE WS-NOVO-POSICAO(WS-POS-IDX)
                       TO WS-ARQ-POSICAO(WS-ARQ-QTD, WS-POS-IDX)
               END-PERFORM
               MOVE 0   TO WS-ARQ-TROCADOS(WS-ARQ-QTD)
               MOVE "N" TO WS-ARQ-SITUACAO(WS-ARQ-QTD)
           END-IF.

    ***  -- Copia o arquivo para lgpd-work.txt com o ID trocado pelo
    ***  -- token e copia de volta so se alguma linha mudou.
       TROCA-ID-ARQUIVO.
           MOVE WS-ARQ-NOME(WS-ARQ-IDX) TO WS-NOME-ARQ-TEXTO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TEXTO-ARQ.
           IF WS-FS-TEXTO = "00" THEN
               MOVE "S" TO WS-ARQ-SITUACAO(WS-ARQ-IDX)
               OPEN OUTPUT TEXTO-WORK
               PERFORM UNTIL WS-EOF = "Y"
                   READ TEXTO-ARQ
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE TEXTO-ARQ-LINHA TO TEXTO-WORK-LINHA
                           PERFORM TROCA-ID-LINHA
                           WRITE TEXTO-WORK-LINHA
                   END-READ
               END-PERFORM
               CLOSE TEXTO-ARQ
               CLOSE TEXTO-WORK
               IF WS-ARQ-TROCADOS(WS-ARQ-IDX) > 0 THEN
                   PERFORM COPIA-WORK-PARA-ARQUIVO
               END-IF
           END-IF.

       TROCA-ID-LINHA.
           MOVE "N" TO WS-LINHA-TROCADA.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-ARQ-QTD-POS(WS-ARQ-IDX)
               MOVE WS-ARQ-POS(WS-ARQ-IDX, WS-POS-IDX) TO WS-POS
               MOVE WS-ARQ-TIPO-POS(WS-ARQ-IDX, WS-POS-IDX)
                   TO WS-TIPO-POS
               IF WS-TIPO-POS = 0 THEN
                   IF TEXTO-WORK-LINHA(WS-POS:5) = WS-ID-APAGAR THEN
                       MOVE WS-TOKEN TO TEXTO-WORK-LINHA(WS-POS:5)
                       MOVE "S" TO WS-LINHA-TROCADA
                   END-IF
               ELSE
                   IF TEXTO-WORK-LINHA(WS-TIPO-POS:1)
                       = WS-ARQ-TIPO-VAL(WS-ARQ-IDX, WS-POS-IDX)
                       AND TEXTO-WORK-LINHA(WS-POS:5) = WS-ID-APAGAR
                       THEN
                       MOVE WS-TOKEN TO TEXTO-WORK-LINHA(WS-POS:5)
                       MOVE "S" TO WS-LINHA-TROCADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINHA-TROCADA = "S" THEN
               ADD 1 TO WS-ARQ-TROCADOS(WS-ARQ-IDX)
           END-IF.

       COPIA-WORK-PARA-ARQUIVO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TEXTO-WORK.
           OPEN OUTPUT TEXTO-ARQ.
           PERFORM UNTIL WS-EOF = "Y"
               READ TEXTO-WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TEXTO-WORK-LINHA TO TEXTO-ARQ-LINHA
                       WRITE TEXTO-ARQ-LINHA
               END-READ
           END-PERFORM.
           CLOSE TEXTO-WORK.
           CLOSE TEXTO-ARQ.

    ***  -- O registro passa para o token com os mesmos contadores
    ***  -- (os totais da AUDITORIA e do placar nao mudam) e nome =
    ***  -- token; o registro do ID original e apagado.
       TROCA-ID-PLAYER-MASTER.
           MOVE 0 TO WS-PM-TROCADOS.
           OPEN I-O PLAYER-MASTER.
           MOVE WS-ID-APAGAR TO PM-ID.
           MOVE "S" TO WS-PM-ACHOU.
           READ PLAYER-MASTER
               INVALID KEY MOVE "N" TO WS-PM-ACHOU
           END-READ.
           IF WS-PM-ACHOU = "S" THEN
               MOVE PM-VITORIAS      TO WS-GUARDA-VITORIAS
               MOVE PM-DERROTAS      TO WS-GUARDA-DERROTAS
               MOVE PM-EMPATES       TO WS-GUARDA-EMPATES
               MOVE PM-DATA-CADASTRO TO WS-GUARDA-DATA-CADASTRO
               MOVE WS-TOKEN                TO PM-ID
               MOVE WS-GUARDA-VITORIAS      TO PM-VITORIAS
               MOVE WS-GUARDA-DERROTAS      TO PM-DERROTAS
               MOVE WS-GUARDA-EMPATES       TO PM-EMPATES
               MOVE WS-TOKEN                TO PM-NOME
               MOVE WS-GUARDA-DATA-CADASTRO TO PM-DATA-CADASTRO
               WRITE PLAYER-MASTER-ARQUIVO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ID-APAGAR TO PM-ID
                       DELETE PLAYER-MASTER
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE 1 TO WS-PM-TROCADOS
               END-WRITE
           END-IF.
           CLOSE PLAYER-MASTER.

       TROCA-ID-PM-BACKUP.
           MOVE SPACES TO WS-NOME-ARQ-PM-BACKUP.
           STRING "backup-" WS-BKP-DATA(WS-BKP-IDX) "-player-master.dat"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-PM-BACKUP.
           OPEN I-O PLAYER-MASTER-BACKUP.
           IF WS-FS-PM-BACKUP = "00" THEN
               MOVE "S" TO WS-BKP-SITUACAO(WS-BKP-IDX)
               MOVE WS-ID-APAGAR TO PMB-ID
               MOVE "S" TO WS-PM-ACHOU
               READ PLAYER-MASTER-BACKUP
                   INVALID KEY MOVE "N" TO WS-PM-ACHOU
               END-READ
               IF WS-PM-ACHOU = "S" THEN
                   MOVE PMB-VITORIAS      TO WS-GUARDA-VITORIAS
                   MOVE PMB-DERROTAS      TO WS-GUARDA-DERROTAS
                   MOVE PMB-EMPATES       TO WS-GUARDA-EMPATES
                   MOVE PMB-DATA-CADASTRO TO WS-GUARDA-DATA-CADASTRO
                   MOVE WS-TOKEN           TO PMB-ID
                   MOVE WS-GUARDA-VITORIAS TO PMB-VITORIAS
                   MOVE WS-GUARDA-DERROTAS TO PMB-DERROTAS
                   MOVE WS-GUARDA-EMPATES  TO PMB-EMPATES
                   MOVE WS-TOKEN           TO PMB-NOME
                   MOVE WS-GUARDA-DATA-CADASTRO
                       TO PMB-DATA-CADASTRO
                   WRITE PLAYER-MASTER-BACKUP-ARQUIVO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE WS-ID-APAGAR TO PMB-ID
                           DELETE PLAYER-MASTER-BACKUP
                               INVALID KEY CONTINUE
                           END-DELETE
                           MOVE 1 TO WS-BKP-TROCADOS(WS-BKP-IDX)
                   END-WRITE
               END-IF
               CLOSE PLAYER-MASTER-BACKUP
           END-IF.

    ***  -- O token fica encerrado: nao entra no jogo nem em torneio.
       GRAVA-SITUACAO-TOKEN.
           OPEN EXTEND SITUACAO-JOGADORES.
           IF WS-FS-SITUACAO = "35" THEN
               OPEN OUTPUT SITUACAO-JOGADORES
           END-IF.
           MOVE WS-TOKEN      TO SJ-PLAYER-ID.
           MOVE "E"           TO SJ-SITUACAO.
           MOVE 0             TO SJ-ATE.
           MOVE WS-DATA-HOJE  TO SJ-DATA.
           MOVE WS-HORA-AGORA TO SJ-HORA.
           MOVE WS-SUP-ID     TO SJ-OPERADOR.
           MOVE "DADOS PESSOAIS APAGADOS (LGPD)" TO SJ-MOTIVO.
           WRITE SITUACAO-JOGADORES-ARQUIVO.
           CLOSE SITUACAO-JOGADORES.

       GRAVA-LGPD-CONTROLE.
           OPEN EXTEND LGPD-CONTROLE.
           IF WS-FS-LGPD-CTL = "35" THEN
               OPEN OUTPUT LGPD-CONTROLE
           END-IF.
           MOVE WS-TOKEN       TO LC-TOKEN.
           MOVE WS-DATA-HOJE   TO LC-DATA.
           MOVE WS-HORA-AGORA  TO LC-HORA.
           MOVE WS-SUP-ID      TO LC-SUPERVISOR.
           MOVE WS-TOTAL-GERAL TO LC-TOTAL.
           WRITE LGPD-CONTROLE-ARQUIVO.
           CLOSE LGPD-CONTROLE.

    ***  -- Uma linha por arquivo percorrido, com a quantidade de
    ***  -- registros alterados; arquivo ausente sai como "nao existe".
       IMPRIME-CERTIFICADO.
           OPEN OUTPUT CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  CERTIFICADO DE APAGAMENTO DE DADOS PESSOAIS (LGPD)"
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           STRING "  Token anonimo : " WS-TOKEN
               DELIMITED BY SIZE INTO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           STRING "  Data / hora   : " WS-DATA-HOJE " " WS-HORA-AGORA
               DELIMITED BY SIZE INTO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           STRING "  Supervisor    : " WS-SUP-ID
               DELIMITED BY SIZE INTO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO WS-LINHA-CERT.
           MOVE "  ARQUIVO" TO WS-LC-NOME.
           MOVE "REGISTROS ALTERADOS" TO WS-LC-OBS.
           MOVE WS-LINHA-CERT TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.

           MOVE SPACES TO WS-LINHA-CERT.
           MOVE "  player-master.dat" TO WS-LC-NOME.
           MOVE WS-PM-TROCADOS TO WS-LC-QTD.
           MOVE "(ID e nome)" TO WS-LC-OBS.
           MOVE WS-LINHA-CERT TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
               UNTIL WS-ARQ-IDX > WS-ARQ-QTD
               MOVE SPACES TO WS-LINHA-CERT
               STRING "  " WS-ARQ-NOME(WS-ARQ-IDX)
                   DELIMITED BY SIZE INTO WS-LC-NOME
               MOVE WS-ARQ-TROCADOS(WS-ARQ-IDX) TO WS-LC-QTD
               IF WS-ARQ-SITUACAO(WS-ARQ-IDX) = "N" THEN
                   MOVE "nao existe" TO WS-LC-OBS
               END-IF
               MOVE WS-LINHA-CERT TO CERTIFICADO-LINHA
               PERFORM GRAVA-LINHA-CERTIFICADO
           END-PERFORM.
           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
               UNTIL WS-BKP-IDX > WS-BKP-QTD
               MOVE SPACES TO WS-LINHA-CERT
               STRING "  backup-" WS-BKP-DATA(WS-BKP-IDX)
                   "-player-master.dat"
                   DELIMITED BY SIZE INTO WS-LC-NOME
               MOVE WS-BKP-TROCADOS(WS-BKP-IDX) TO WS-LC-QTD
               IF WS-BKP-SITUACAO(WS-BKP-IDX) = "N" THEN
                   MOVE "nao existe" TO WS-LC-OBS
               ELSE
                   MOVE "(ID e nome)" TO WS-LC-OBS
               END-IF
               MOVE WS-LINHA-CERT TO CERTIFICADO-LINHA
               PERFORM GRAVA-LINHA-CERTIFICADO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-CERT.
           MOVE "  TOTAL" TO WS-LC-NOME.
           MOVE WS-TOTAL-GERAL TO WS-LC-QTD.
           MOVE WS-LINHA-CERT TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.

           MOVE SPACES TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  Conjuntos de backup tratados (backup-catalogo.txt):"
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           PERFORM VARYING WS-BKP-IDX FROM 1 BY 1
               UNTIL WS-BKP-IDX > WS-BKP-QTD
               MOVE SPACES TO CERTIFICADO-LINHA
               STRING "    backup-" WS-BKP-DATA(WS-BKP-IDX) "-*"
                   DELIMITED BY SIZE INTO CERTIFICADO-LINHA
               PERFORM GRAVA-LINHA-CERTIFICADO
           END-PERFORM.
           IF WS-BKP-QTD = 0 THEN
               MOVE "    nenhum" TO CERTIFICADO-LINHA
               PERFORM GRAVA-LINHA-CERTIFICADO
           END-IF.
           MOVE "  Conjuntos backup-AAAAMMDD-* fora desta lista (de"
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  antes do catalogo, ou copiados para fora) NAO foram"
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  tratados e ainda podem conter o ID original."
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE SPACES TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  Contadores V/D/E, placar e estatisticas dos "
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  adversarios mantidos; relatorios derivados saem "
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           MOVE "  com o token na proxima cadeia noturna."
               TO CERTIFICADO-LINHA.
           PERFORM GRAVA-LINHA-CERTIFICADO.
           CLOSE CERTIFICADO.
           DISPLAY " ".
           DISPLAY "  Certificado gravado em " WS-NOME-ARQ-CERTIFICADO.

       GRAVA-LINHA-CERTIFICADO.
           WRITE CERTIFICADO-LINHA.
           DISPLAY CERTIFICADO-LINHA.

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
           MOVE "JOGO-DA-VELHA-LGPD" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI    TO JR-HORA-FIM.
           MOVE "R"            TO JR-STATUS.
           MOVE WS-ACAO-RECUSA TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

       END PROGRAM JOGO-DA-VELHA-LGPD.
