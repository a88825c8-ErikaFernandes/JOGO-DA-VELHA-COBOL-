      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Encerramento da temporada anual, so com supervisor.
      *          Para o ano informado (a temporada tem de ter
      *          terminado e as anteriores ja estarem encerradas):
      *          - congela no historico permanente temporada-
      *            historico.txt a classificacao final de rating (o
      *            mesmo Elo de JOGO-DA-VELHA-RATING, recalculado so
      *            ate 31/12 do ano, mesmo que o fechamento rode em
      *            janeiro), o V/D/E de cada jogador na temporada por
      *            GR-DATA (total e contra o COBOL), os titulos de
      *            torneio do ano (torneio-historico.txt) e as
      *            conquistas obtidas no ano (conquistas.txt);
      *          - zera os numeros da temporada: ratings.txt volta
      *            ao rating inicial e placar.txt recomeca (com as
      *            partidas que ja tiverem sido jogadas no ano novo,
      *            para a AUDITORIA continuar batendo; o GAME-ID
      *            segue a numeracao);
      *          - imprime a premiacao do ano em temporada-premios-
      *            AAAA.txt: jogador do ano, mais partidas, maior
      *            evolucao de rating, melhor campanha contra o COBOL
      *            e os campeoes de torneio do ano.
      *          A temporada aberta comeca em 1o de janeiro do ano
      *          seguinte a ultima encerrada; RATING, AUDITORIA
      *          (placar) e CORRECAO (placar) so consideram partidas
      *          a partir dessa data. player-master e conquistas
      *          continuam sendo de carreira.
      *          Cada encerramento grava um bloco no historico: "C"
      *          cabecalho, "R" um por jogador, "T" titulos, "Q"
      *          conquistas, "P" premios e, por ultimo, "Z" fim. Com o
      *          "Z" gravado a temporada esta encerrada e o programa
      *          recusa encerrar de novo; um bloco sem "Z" (execucao
      *          interrompida) e removido e refeito.
      *          Rodar com o jogo fechado (fora do horario, como o
      *          FECHAMENTO), pois o jogo guarda o placar em memoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-TEMPORADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

       SELECT TORNEIO-HISTORICO ASSIGN TO 'torneio-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-TORNEIO-HIST.

       SELECT CONQUISTAS ASSIGN TO 'conquistas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONQUISTAS.

       SELECT RATINGS ASSIGN TO 'ratings.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RATINGS.

       SELECT PLACAR ASSIGN TO 'placar.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PLACAR.

       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

    ***  -- Historico permanente, cumulativo (OPEN EXTEND): um bloco
    ***  -- por temporada encerrada, identificado por TH-ANO.
       SELECT TEMPORADA-HISTORICO ASSIGN TO 'temporada-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT TEMPORADA-WORK ASSIGN TO 'temporada-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-WORK.

       SELECT TEMPORADA-PREMIOS
       ASSIGN TO DYNAMIC WS-NOME-ARQ-PREMIOS
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PREMIOS.

    ***  -- Cadastro de operadores (JOGO-DA-VELHA-OPERADOR) e
    ***  -- journal da sessao do console: o encerramento pede ID +
    ***  -- PIN de um supervisor ativo e a recusa vai para o
    ***  -- journal com JR-STATUS "R".
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

       FD CONQUISTAS.
       01 CONQUISTAS-ARQUIVO.
           05 CQ-PLAYER-ID PIC X(5).
           05 CQ-CODIGO    PIC X(4).
           05 CQ-DATA      PIC 9(8).

       FD RATINGS.
       01 RATINGS-ARQUIVO.
           05 RT-PLAYER-ID   PIC X(5).
           05 RT-RATING      PIC 9(4).
           05 RT-JOGOS       PIC 9(5).
           05 RT-STREAK-TIPO PIC X(1).
           05 RT-STREAK-QTD  PIC 9(3).

       FD PLACAR.
       01 PLACAR-ARQUIVO.
           05 PLACAR-REG-USUARIO PIC 9(2).
           05 PLACAR-REG-COBOL   PIC 9(2).
           05 PLACAR-REG-GAME-ID PIC 9(5).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PM-ID            PIC X(5).
           05 PM-VITORIAS      PIC 9(5).
           05 PM-DERROTAS      PIC 9(5).
           05 PM-EMPATES       PIC 9(5).
           05 PM-NOME          PIC X(30).
           05 PM-DATA-CADASTRO PIC 9(8).

    ***  -- TH-TIPO: "C" cabecalho (data/hora do encerramento,
    ***  -- supervisor, jogadores, partidas da temporada, placar
    ***  -- final e inicio da apuracao do rating), "R" jogador, "T"
    ***  -- titulo de torneio, "Q" conquista, "P" premio, "Z" fim do
    ***  -- bloco (temporada encerrada).
       FD TEMPORADA-HISTORICO.
       01 TEMPORADA-HISTORICO-ARQUIVO.
           05 TH-ANO   PIC 9(4).
           05 TH-TIPO  PIC X(1).
           05 TH-DADOS PIC X(60).
           05 TH-DADOS-CAB REDEFINES TH-DADOS.
               10 TH-C-DATA       PIC 9(8).
               10 TH-C-HORA       PIC 9(6).
               10 TH-C-SUPERVISOR PIC X(5).
               10 TH-C-JOGADORES  PIC 9(3).
               10 TH-C-PARTIDAS   PIC 9(5).
               10 TH-C-PLACAR-USU PIC 9(2).
               10 TH-C-PLACAR-COB PIC 9(2).
               10 TH-C-INICIO     PIC 9(8).
               10 FILLER          PIC X(21).
           05 TH-DADOS-JOGADOR REDEFINES TH-DADOS.
               10 TH-R-POS        PIC 9(3).
               10 TH-R-ID         PIC X(5).
               10 TH-R-RATING     PIC 9(4).
               10 TH-R-RATING-INI PIC 9(4).
               10 TH-R-JOGOS-RT   PIC 9(5).
               10 TH-R-V          PIC 9(5).
               10 TH-R-D          PIC 9(5).
               10 TH-R-E          PIC 9(5).
               10 TH-R-CV         PIC 9(5).
               10 TH-R-CD         PIC 9(5).
               10 TH-R-CE         PIC 9(5).
               10 TH-R-TITULOS    PIC 9(2).
               10 FILLER          PIC X(7).
           05 TH-DADOS-TITULO REDEFINES TH-DADOS.
               10 TH-T-SEQ     PIC 9(3).
               10 TH-T-NOME    PIC X(30).
               10 TH-T-DATA    PIC 9(8).
               10 TH-T-CAMPEAO PIC X(5).
               10 TH-T-PTS     PIC 9(3).
               10 FILLER       PIC X(11).
           05 TH-DADOS-CONQUISTA REDEFINES TH-DADOS.
               10 TH-Q-ID     PIC X(5).
               10 TH-Q-CODIGO PIC X(4).
               10 TH-Q-DATA   PIC 9(8).
               10 FILLER      PIC X(43).
           05 TH-DADOS-PREMIO REDEFINES TH-DADOS.
               10 TH-P-CODIGO PIC X(4).
               10 TH-P-ID     PIC X(5).
               10 TH-P-VALOR  PIC 9(5).
               10 FILLER      PIC X(46).
           05 TH-DADOS-FIM REDEFINES TH-DADOS.
               10 TH-Z-DATA      PIC 9(8).
               10 TH-Z-HORA      PIC 9(6).
               10 TH-Z-REGISTROS PIC 9(5).
               10 FILLER         PIC X(41).

       FD TEMPORADA-WORK.
       01 TEMPORADA-WORK-ARQUIVO PIC X(65).

       FD TEMPORADA-PREMIOS.
       01 PREMIOS-LINHA PIC X(80).

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
       01 WS-FS-GAME-RESULT   PIC X(2) VALUE "00".
       01 WS-FS-TORNEIO-HIST  PIC X(2) VALUE "00".
       01 WS-FS-CONQUISTAS    PIC X(2) VALUE "00".
       01 WS-FS-RATINGS       PIC X(2) VALUE "00".
       01 WS-FS-PLACAR        PIC X(2) VALUE "00".
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-HISTORICO     PIC X(2) VALUE "00".
       01 WS-FS-WORK          PIC X(2) VALUE "00".
       01 WS-FS-PREMIOS       PIC X(2) VALUE "00".

       01 WS-EOF    PIC X(1) VALUE "N".
       01 WS-EOF-GR PIC X(1) VALUE "N".

       01 WS-CONFIRMA  PIC 9(1) VALUE 0.
       01 WS-DATA-HOJE PIC 9(8).
       01 WS-HORA-HOJE PIC 9(6).

    ************* TEMPORADA -------------------------------------------
    ***  -- WS-CORRIDA-INICIO: primeiro dia da temporada aberta (o dia
    ***  -- seguinte a ultima encerrada; zero se nenhuma foi), de onde
    ***  -- o rating vem sendo apurado. WS-TEMP-INICIO/FIM: o ano que
    ***  -- esta sendo encerrado.
       01 WS-ANO-TXT        PIC X(4).
       01 WS-ANO-TEMPORADA  PIC 9(4) VALUE 0.
       01 WS-ANO-PADRAO     PIC 9(4).
       01 WS-TEMP-INICIO    PIC 9(8).
       01 WS-TEMP-FIM       PIC 9(8).
       01 WS-CORRIDA-INICIO PIC 9(8) VALUE 0.
       01 WS-ULTIMO-ANO     PIC 9(4) VALUE 0.
       01 WS-ULTIMO-DATA    PIC 9(8) VALUE 0.
       01 WS-TEMP-OK        PIC X(1) VALUE "S".
       01 WS-BLOCO-INCOMPLETO PIC X(1) VALUE "N".
       01 WS-HIST-REGISTROS PIC 9(5) VALUE 0.

    ************* PARAMETROS DO ELO (mesmos do RATING) ----------------
       01 WS-RATING-INICIAL PIC 9(4) VALUE 1500.
       01 WS-RATING-COBOL   PIC 9(4) VALUE 1500.
       01 WS-ELO-K          COMP-2   VALUE 32.

    ************* PARAMETROS DA PREMIACAO -----------------------------
    ***  -- Jogador do ano e maior evolucao pedem um minimo de
    ***  -- partidas na temporada; melhor campanha contra o COBOL, um
    ***  -- minimo de partidas contra ele.
       01 WS-MINIMO-PARTIDAS PIC 9(5) VALUE 10.
       01 WS-MINIMO-COBOL    PIC 9(5) VALUE 5.

    ************* TABELA DE JOGADORES --------------------------------
       01 WS-TP-TAB OCCURS 200 TIMES INDEXED BY IDX-TP.
           05 WS-TP-ID         PIC X(5).
           05 WS-TP-NOME       PIC X(30).
           05 WS-TP-RATING     PIC 9(4).
           05 WS-TP-RATING-INI PIC 9(4).
           05 WS-TP-INI-OK     PIC X(1).
           05 WS-TP-JOGOS-RT   PIC 9(5).
           05 WS-TP-V          PIC 9(5).
           05 WS-TP-D          PIC 9(5).
           05 WS-TP-E          PIC 9(5).
           05 WS-TP-CV         PIC 9(5).
           05 WS-TP-CD         PIC 9(5).
           05 WS-TP-CE         PIC 9(5).
           05 WS-TP-TITULOS    PIC 9(2).
       01 WS-TP-TOTAL PIC 9(3) VALUE 0.
       01 WS-TP-MAX   PIC 9(3) VALUE 200.
       01 WS-TP-CHEIO PIC X(1) VALUE "N".
       01 WS-TP-BUSCA PIC X(5).
       01 WS-TP-ACHADO PIC 9(3).

    ************* PAREAMENTO DOS REGISTROS ---------------------------
    ***  -- Mesmo pareamento de JOGO-DA-VELHA-RATING: dois registros
    ***  -- consecutivos com o mesmo GR-GAME-ID sao uma partida
    ***  -- Jogador x Jogador; um registro isolado e contra o COBOL.
       01 WS-PENDENTE.
           05 WS-PEND-GAME-ID   PIC 9(5).
           05 WS-PEND-PLAYER-ID PIC X(5).
           05 WS-PEND-RESULTADO PIC X(1).
           05 WS-PEND-DATA      PIC 9(8).
       01 WS-TEM-PENDENTE PIC X(1) VALUE "N".

    ************* CALCULO ---------------------------------------------
       01 WS-IDX-A PIC 9(3).
       01 WS-IDX-B PIC 9(3).
       01 WS-RATING-A   PIC 9(4).
       01 WS-RATING-B   PIC 9(4).
       01 WS-SCORE-A    COMP-2.
       01 WS-SCORE-B    COMP-2.
       01 WS-ESPERADO-A COMP-2.
       01 WS-ESPERADO-B COMP-2.
       01 WS-DIFF       COMP-2.
       01 WS-POTENCIA   COMP-2.
       01 WS-DIVISOR    COMP-2.
       01 WS-DELTA-A    COMP-2.
       01 WS-DELTA-B    COMP-2.
       01 WS-UM         COMP-2 VALUE 1.
       01 WS-NOVO-RATING-A PIC S9(5).
       01 WS-NOVO-RATING-B PIC S9(5).
       01 WS-RESULTADO-A PIC X(1).
       01 WS-RESULTADO-B PIC X(1).

    ************* PARTIDAS DA TEMPORADA E DO ANO NOVO ----------------
       01 WS-PARTIDAS-TEMPORADA PIC 9(5) VALUE 0.
    ***  -- Partidas ja jogadas depois de 31/12 (fechamento rodando
    ***  -- em janeiro), contadas como a AUDITORIA confere o placar.
       01 WS-NOVA-VIT-SOLO  PIC 9(5) VALUE 0.
       01 WS-NOVA-DER-SOLO  PIC 9(5) VALUE 0.
       01 WS-NOVA-VIT-DUPLA PIC 9(5) VALUE 0.

    ************* PLACAR ----------------------------------------------
       01 WS-PLACAR-LIDO    PIC X(1) VALUE "N".
       01 WS-PLACAR-USUARIO PIC 9(2) VALUE 0.
       01 WS-PLACAR-COBOL   PIC 9(2) VALUE 0.
       01 WS-PLACAR-GAME-ID PIC 9(5) VALUE 0.
       01 WS-PLACAR-NOVO-USU PIC 9(5).
       01 WS-PLACAR-NOVO-COB PIC 9(5).

    ************* TITULOS E CONQUISTAS DO ANO -------------------------
       01 WS-TIT-TAB OCCURS 100 TIMES.
           05 WS-TIT-SEQ     PIC 9(3).
           05 WS-TIT-NOME    PIC X(30).
           05 WS-TIT-DATA    PIC 9(8).
           05 WS-TIT-CAMPEAO PIC X(5).
           05 WS-TIT-PTS     PIC 9(3).
       01 WS-TIT-QTD   PIC 9(3) VALUE 0.
       01 WS-TIT-MAX   PIC 9(3) VALUE 100.
       01 WS-TIT-CHEIO PIC X(1) VALUE "N".
       01 WS-TIT-IDX   PIC 9(3).

       01 WS-CQ-TAB OCCURS 1000 TIMES.
           05 WS-CQ-ID     PIC X(5).
           05 WS-CQ-CODIGO PIC X(4).
           05 WS-CQ-DATA   PIC 9(8).
       01 WS-CQ-QTD   PIC 9(4) VALUE 0.
       01 WS-CQ-MAX   PIC 9(4) VALUE 1000.
       01 WS-CQ-CHEIO PIC X(1) VALUE "N".
       01 WS-CQ-IDX   PIC 9(4).

    ************* PREMIOS ---------------------------------------------
    ***  -- Indice do premiado na tabela de jogadores (0 = ninguem
    ***  -- elegivel). Empate fica com quem jogou mais na temporada.
       01 WS-PR-ANO     PIC 9(3) VALUE 0.
       01 WS-PR-JOGOS   PIC 9(3) VALUE 0.
       01 WS-PR-EVOLUI  PIC 9(3) VALUE 0.
       01 WS-PR-COBOL   PIC 9(3) VALUE 0.
       01 WS-PR-EVOLUCAO PIC 9(4) VALUE 0.
       01 WS-PR-APROV    PIC 9(4) VALUE 0.
       01 WS-CAND-JOGOS  PIC 9(5).
       01 WS-CAND-MELHOR PIC 9(5).
       01 WS-CAND-EVOLUCAO PIC S9(5).
       01 WS-CAND-COBOL  PIC 9(5).
       01 WS-CAND-APROV  PIC 9(4).
       01 WS-HP-CODIGO   PIC X(4).
       01 WS-HP-ID       PIC X(5).
       01 WS-HP-VALOR    PIC 9(5).

    ************* ORDENACAO / RELATORIO -------------------------------
       01 WS-ORD-I     PIC 9(3).
       01 WS-ORD-J     PIC 9(3).
       01 WS-ORD-MAIOR PIC 9(3).
       01 WS-ORD-TROCA.
           05 WS-TROCA-ID         PIC X(5).
           05 WS-TROCA-NOME       PIC X(30).
           05 WS-TROCA-RATING     PIC 9(4).
           05 WS-TROCA-RATING-INI PIC 9(4).
           05 WS-TROCA-INI-OK     PIC X(1).
           05 WS-TROCA-JOGOS-RT   PIC 9(5).
           05 WS-TROCA-V          PIC 9(5).
           05 WS-TROCA-D          PIC 9(5).
           05 WS-TROCA-E          PIC 9(5).
           05 WS-TROCA-CV         PIC 9(5).
           05 WS-TROCA-CD         PIC 9(5).
           05 WS-TROCA-CE         PIC 9(5).
           05 WS-TROCA-TITULOS    PIC 9(2).

       01 WS-NOME-ARQ-PREMIOS PIC X(40) VALUE SPACES.
       01 WS-NOME-CAMPEAO     PIC X(30).
       01 WS-ED-QTD      PIC Z(4)9.
       01 WS-ED-RATING   PIC Z(3)9.
       01 WS-ED-RATING-2 PIC Z(3)9.
       01 WS-ED-EVOLUCAO PIC +(3)9.
       01 WS-ED-APROV    PIC ZZ9.9.
       01 WS-APROV-PCT   PIC 9(3)V9.
       01 WS-ED-V        PIC Z(4)9.
       01 WS-ED-D        PIC Z(4)9.
       01 WS-ED-E        PIC Z(4)9.

       01 WS-PREMIOS-CAB.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(5)  VALUE "POS".
           05 FILLER PIC X(7)  VALUE "ID".
           05 FILLER PIC X(32) VALUE "NOME".
           05 FILLER PIC X(8)  VALUE "RATING".
           05 FILLER PIC X(7)  VALUE "V".
           05 FILLER PIC X(7)  VALUE "D".
           05 FILLER PIC X(7)  VALUE "E".

       01 WS-PREMIOS-DET.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-POS    PIC ZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-ID     PIC X(5).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-NOME   PIC X(30).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-RATING PIC Z(3)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-V      PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-D      PIC Z(4)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-E      PIC Z(4)9.

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
           DISPLAY "  Encerramento da temporada do Jogo Da Velha".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-HOJE.

           PERFORM LE-TEMPORADAS-ENCERRADAS.
           PERFORM PEDE-ANO-TEMPORADA.
           IF WS-TEMP-OK = "S" THEN
               MOVE "ENCERRA TEMPORADA" TO WS-ACAO-RECUSA
               PERFORM CONFIRMA-SUPERVISOR
               IF WS-SUP-OK = "S" THEN
                   DISPLAY " "
                   DISPLAY "  Encerrar a temporada " WS-ANO-TEMPORADA
                       " e zerar ratings e placar?"
                   DISPLAY "  1 - SIM"
                   DISPLAY "  2 - NAO"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 1 THEN
                       PERFORM ENCERRA-TEMPORADA
                   ELSE
                       DISPLAY "  Nada foi alterado."
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

    ***  -- Ultima temporada encerrada (maior TH-ANO com "Z") e se o
    ***  -- historico tem um bloco sem "Z" de execucao interrompida.
       LE-TEMPORADAS-ENCERRADAS.
           MOVE 0 TO WS-ULTIMO-ANO.
           MOVE 0 TO WS-ULTIMO-DATA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TEMPORADA-HISTORICO.
           IF WS-FS-HISTORICO = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ TEMPORADA-HISTORICO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TH-TIPO = "Z"
                               AND TH-ANO > WS-ULTIMO-ANO THEN
                               MOVE TH-ANO    TO WS-ULTIMO-ANO
                               MOVE TH-Z-DATA TO WS-ULTIMO-DATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPORADA-HISTORICO
           END-IF.
           IF WS-ULTIMO-ANO > 0 THEN
               COMPUTE WS-CORRIDA-INICIO =
                   (WS-ULTIMO-ANO + 1) * 10000 + 101
           ELSE
               MOVE 0 TO WS-CORRIDA-INICIO
           END-IF.

       PEDE-ANO-TEMPORADA.
           MOVE "S" TO WS-TEMP-OK.
           IF WS-ULTIMO-ANO > 0 THEN
               COMPUTE WS-ANO-PADRAO = WS-ULTIMO-ANO + 1
           ELSE
               COMPUTE WS-ANO-PADRAO = WS-DATA-HOJE / 10000 - 1
           END-IF.
           DISPLAY " ".
           IF WS-ULTIMO-ANO > 0 THEN
               DISPLAY "  Ultima temporada encerrada : " WS-ULTIMO-ANO
                   " (em " WS-ULTIMO-DATA ")"
           ELSE
               DISPLAY "  Nenhuma temporada encerrada ainda."
           END-IF.
           DISPLAY "  Ano da temporada a encerrar (AAAA, branco = "
               WS-ANO-PADRAO ") : ".
           ACCEPT WS-ANO-TXT.
           IF WS-ANO-TXT = SPACES THEN
               MOVE WS-ANO-PADRAO TO WS-ANO-TEMPORADA
           ELSE
               IF WS-ANO-TXT IS NUMERIC THEN
                   MOVE WS-ANO-TXT TO WS-ANO-TEMPORADA
               ELSE
                   DISPLAY "  Ano invalido."
                   MOVE "N" TO WS-TEMP-OK
               END-IF
           END-IF.
           COMPUTE WS-TEMP-INICIO = WS-ANO-TEMPORADA * 10000 + 101.
           COMPUTE WS-TEMP-FIM = WS-ANO-TEMPORADA * 10000 + 1231.
           IF WS-TEMP-OK = "S"
               AND WS-ANO-TEMPORADA <= WS-ULTIMO-ANO THEN
               DISPLAY "  A temporada " WS-ANO-TEMPORADA
                   " ja foi encerrada - nada a fazer."
               MOVE "N" TO WS-TEMP-OK
           END-IF.
           IF WS-TEMP-OK = "S" AND WS-ULTIMO-ANO > 0
               AND WS-ANO-TEMPORADA > WS-ULTIMO-ANO + 1 THEN
               DISPLAY "  Encerre antes a temporada " WS-ANO-PADRAO
                   "."
               MOVE "N" TO WS-TEMP-OK
           END-IF.
           IF WS-TEMP-OK = "S" AND WS-DATA-HOJE <= WS-TEMP-FIM THEN
               DISPLAY "  A temporada " WS-ANO-TEMPORADA
                   " ainda nao terminou."
               MOVE "N" TO WS-TEMP-OK
           END-IF.
           IF WS-TEMP-OK = "S" THEN
               PERFORM VERIFICA-BLOCO-INCOMPLETO
           END-IF.

       VERIFICA-BLOCO-INCOMPLETO.
           MOVE "N" TO WS-BLOCO-INCOMPLETO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TEMPORADA-HISTORICO.
           IF WS-FS-HISTORICO = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ TEMPORADA-HISTORICO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TH-ANO = WS-ANO-TEMPORADA THEN
                               MOVE "S" TO WS-BLOCO-INCOMPLETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPORADA-HISTORICO
           END-IF.
           IF WS-BLOCO-INCOMPLETO = "S" THEN
               DISPLAY "  AVISO: ha um encerramento de "
                   WS-ANO-TEMPORADA " interrompido no historico; "
                   "ele sera refeito."
           END-IF.

       ENCERRA-TEMPORADA.
           IF WS-BLOCO-INCOMPLETO = "S" THEN
               PERFORM REMOVE-BLOCO-INCOMPLETO
           END-IF.
           PERFORM APURA-GAME-RESULT.
           PERFORM APURA-TITULOS.
           PERFORM APURA-CONQUISTAS.
           PERFORM ORDENA-POR-RATING.
           PERFORM CARREGA-NOMES.
           PERFORM LE-PLACAR.
           PERFORM ESCOLHE-PREMIADOS.

           PERFORM GRAVA-HISTORICO-TEMPORADA.
           PERFORM ZERA-RATINGS.
           PERFORM ZERA-PLACAR.
           PERFORM GRAVA-FIM-TEMPORADA.
           PERFORM IMPRIME-PREMIOS.

           DISPLAY " ".
           DISPLAY "  Temporada " WS-ANO-TEMPORADA " encerrada: "
               WS-TP-TOTAL " jogador(es), " WS-PARTIDAS-TEMPORADA
               " partida(s) em temporada-historico.txt".
           DISPLAY "  Premiacao em " WS-NOME-ARQ-PREMIOS.
           COMPUTE WS-ANO-PADRAO = WS-ANO-TEMPORADA + 1.
           DISPLAY "  ratings.txt e placar.txt zerados para a "
               "temporada " WS-ANO-PADRAO "."
           IF WS-TP-CHEIO = "S" THEN
               DISPLAY "  AVISO: mais de " WS-TP-MAX " jogadores - "
                   "os excedentes ficaram fora do historico."
           END-IF.
           IF WS-TIT-CHEIO = "S" OR WS-CQ-CHEIO = "S" THEN
               DISPLAY "  AVISO: titulos ou conquistas alem do "
                   "limite da tabela ficaram fora do historico."
           END-IF.

    ***  -- Copia o historico para o arquivo de trabalho sem as
    ***  -- linhas do ano e copia de volta.
       REMOVE-BLOCO-INCOMPLETO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TEMPORADA-HISTORICO.
           OPEN OUTPUT TEMPORADA-WORK.
           PERFORM UNTIL WS-EOF = "Y"
               READ TEMPORADA-HISTORICO
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TH-ANO NOT = WS-ANO-TEMPORADA THEN
                           MOVE TEMPORADA-HISTORICO-ARQUIVO
                               TO TEMPORADA-WORK-ARQUIVO
                           WRITE TEMPORADA-WORK-ARQUIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEMPORADA-HISTORICO.
           CLOSE TEMPORADA-WORK.

           MOVE "N" TO WS-EOF.
           OPEN INPUT TEMPORADA-WORK.
           OPEN OUTPUT TEMPORADA-HISTORICO.
           PERFORM UNTIL WS-EOF = "Y"
               READ TEMPORADA-WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TEMPORADA-WORK-ARQUIVO
                           TO TEMPORADA-HISTORICO-ARQUIVO
                       WRITE TEMPORADA-HISTORICO-ARQUIVO
               END-READ
           END-PERFORM.
           CLOSE TEMPORADA-WORK.
           CLOSE TEMPORADA-HISTORICO.

    ************* APURACAO DO GAME-RESULT -----------------------------
    ***  -- Rating: partidas de WS-CORRIDA-INICIO ate o fim do ano
    ***  -- encerrado, como o RATING as teria apurado. V/D/E da
    ***  -- temporada: so as do ano. Depois do ano: so a contagem
    ***  -- para o placar novo.
       APURA-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           MOVE "N" TO WS-TEM-PENDENTE.
           OPEN INPUT GAME-RESULT.
           IF WS-FS-GAME-RESULT = "00" THEN
               PERFORM UNTIL WS-EOF-GR = "Y"
                   READ GAME-RESULT
                       AT END MOVE "Y" TO WS-EOF-GR
                       NOT AT END
                           PERFORM PROCESSA-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE GAME-RESULT
           END-IF.
           IF WS-TEM-PENDENTE = "S" THEN
               PERFORM PROCESSA-PARTIDA-CONTRA-COBOL
               MOVE "N" TO WS-TEM-PENDENTE
           END-IF.

       PROCESSA-REGISTRO.
           IF WS-TEM-PENDENTE = "S"
               AND GR-GAME-ID = WS-PEND-GAME-ID THEN
               PERFORM PROCESSA-PARTIDA-DOIS-JOGADORES
               MOVE "N" TO WS-TEM-PENDENTE
           ELSE
               IF WS-TEM-PENDENTE = "S" THEN
                   PERFORM PROCESSA-PARTIDA-CONTRA-COBOL
               END-IF
               MOVE GR-GAME-ID   TO WS-PEND-GAME-ID
               MOVE GR-PLAYER-ID TO WS-PEND-PLAYER-ID
               MOVE GR-RESULTADO TO WS-PEND-RESULTADO
               MOVE GR-DATA      TO WS-PEND-DATA
               MOVE "S" TO WS-TEM-PENDENTE
           END-IF.

       PROCESSA-PARTIDA-CONTRA-COBOL.
           IF WS-PEND-DATA > WS-TEMP-FIM THEN
               EVALUATE WS-PEND-RESULTADO
                   WHEN "V"
                       ADD 1 TO WS-NOVA-VIT-SOLO
                   WHEN "D"
                       ADD 1 TO WS-NOVA-DER-SOLO
               END-EVALUATE
           END-IF.
           IF WS-PEND-RESULTADO NOT = "A"
               AND WS-PEND-DATA >= WS-CORRIDA-INICIO
               AND WS-PEND-DATA <= WS-TEMP-FIM THEN
               MOVE WS-PEND-PLAYER-ID TO WS-TP-BUSCA
               PERFORM LOCALIZA-JOGADOR
               MOVE WS-TP-ACHADO TO WS-IDX-A
               IF WS-IDX-A NOT = 0 THEN
                   PERFORM MARCA-RATING-INICIAL-A
                   MOVE WS-TP-RATING(WS-IDX-A) TO WS-RATING-A
                   MOVE WS-RATING-COBOL        TO WS-RATING-B
                   MOVE WS-PEND-RESULTADO      TO WS-RESULTADO-A
                   PERFORM DEFINE-SCORES
                   PERFORM CALCULA-ELO
                   MOVE WS-NOVO-RATING-A TO WS-TP-RATING(WS-IDX-A)
                   ADD 1 TO WS-TP-JOGOS-RT(WS-IDX-A)
                   IF WS-PEND-DATA >= WS-TEMP-INICIO THEN
                       ADD 1 TO WS-PARTIDAS-TEMPORADA
                       PERFORM SOMA-TEMPORADA-A
                       EVALUATE WS-RESULTADO-A
                           WHEN "V" ADD 1 TO WS-TP-CV(WS-IDX-A)
                           WHEN "D" ADD 1 TO WS-TP-CD(WS-IDX-A)
                           WHEN "E" ADD 1 TO WS-TP-CE(WS-IDX-A)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       PROCESSA-PARTIDA-DOIS-JOGADORES.
           IF WS-PEND-DATA > WS-TEMP-FIM THEN
               IF WS-PEND-RESULTADO = "V" OR GR-RESULTADO = "V" THEN
                   ADD 1 TO WS-NOVA-VIT-DUPLA
               END-IF
           END-IF.
           IF WS-PEND-RESULTADO NOT = "A" AND GR-RESULTADO NOT = "A"
               AND WS-PEND-DATA >= WS-CORRIDA-INICIO
               AND WS-PEND-DATA <= WS-TEMP-FIM THEN
               MOVE WS-PEND-PLAYER-ID TO WS-TP-BUSCA
               PERFORM LOCALIZA-JOGADOR
               MOVE WS-TP-ACHADO TO WS-IDX-A
               MOVE GR-PLAYER-ID TO WS-TP-BUSCA
               PERFORM LOCALIZA-JOGADOR
               MOVE WS-TP-ACHADO TO WS-IDX-B
               IF WS-IDX-A NOT = 0 AND WS-IDX-B NOT = 0 THEN
                   PERFORM MARCA-RATING-INICIAL-A
                   PERFORM MARCA-RATING-INICIAL-B
                   MOVE WS-TP-RATING(WS-IDX-A) TO WS-RATING-A
                   MOVE WS-TP-RATING(WS-IDX-B) TO WS-RATING-B
                   MOVE WS-PEND-RESULTADO      TO WS-RESULTADO-A
                   MOVE GR-RESULTADO           TO WS-RESULTADO-B
                   PERFORM DEFINE-SCORES
                   PERFORM CALCULA-ELO
                   MOVE WS-NOVO-RATING-A TO WS-TP-RATING(WS-IDX-A)
                   MOVE WS-NOVO-RATING-B TO WS-TP-RATING(WS-IDX-B)
                   ADD 1 TO WS-TP-JOGOS-RT(WS-IDX-A)
                   ADD 1 TO WS-TP-JOGOS-RT(WS-IDX-B)
                   IF WS-PEND-DATA >= WS-TEMP-INICIO THEN
                       ADD 1 TO WS-PARTIDAS-TEMPORADA
                       PERFORM SOMA-TEMPORADA-A
                       EVALUATE WS-RESULTADO-B
                           WHEN "V" ADD 1 TO WS-TP-V(WS-IDX-B)
                           WHEN "D" ADD 1 TO WS-TP-D(WS-IDX-B)
                           WHEN "E" ADD 1 TO WS-TP-E(WS-IDX-B)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       SOMA-TEMPORADA-A.
           EVALUATE WS-RESULTADO-A
               WHEN "V" ADD 1 TO WS-TP-V(WS-IDX-A)
               WHEN "D" ADD 1 TO WS-TP-D(WS-IDX-A)
               WHEN "E" ADD 1 TO WS-TP-E(WS-IDX-A)
           END-EVALUATE.

    ***  -- Rating com que o jogador entrou na temporada: o que ele
    ***  -- tinha antes da primeira partida do ano (o inicial, para
    ***  -- quem estreou no ano).
       MARCA-RATING-INICIAL-A.
           IF WS-PEND-DATA >= WS-TEMP-INICIO
               AND WS-TP-INI-OK(WS-IDX-A) = "N" THEN
               MOVE WS-TP-RATING(WS-IDX-A)
                   TO WS-TP-RATING-INI(WS-IDX-A)
               MOVE "S" TO WS-TP-INI-OK(WS-IDX-A)
           END-IF.

       MARCA-RATING-INICIAL-B.
           IF WS-PEND-DATA >= WS-TEMP-INICIO
               AND WS-TP-INI-OK(WS-IDX-B) = "N" THEN
               MOVE WS-TP-RATING(WS-IDX-B)
                   TO WS-TP-RATING-INI(WS-IDX-B)
               MOVE "S" TO WS-TP-INI-OK(WS-IDX-B)
           END-IF.

    ***  -- Acha (ou cria com rating inicial) a linha de WS-TP-BUSCA
    ***  -- na tabela, deixando o indice em WS-TP-ACHADO.
       LOCALIZA-JOGADOR.
           MOVE 0 TO WS-TP-ACHADO.
           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               IF WS-TP-ID(IDX-TP) = WS-TP-BUSCA THEN
                   SET WS-TP-ACHADO TO IDX-TP
               END-IF
           END-PERFORM.
           IF WS-TP-ACHADO = 0 AND WS-TP-TOTAL >= WS-TP-MAX THEN
               MOVE "S" TO WS-TP-CHEIO
           END-IF.
           IF WS-TP-ACHADO = 0 AND WS-TP-TOTAL < WS-TP-MAX THEN
               ADD 1 TO WS-TP-TOTAL
               MOVE WS-TP-TOTAL TO WS-TP-ACHADO
               MOVE WS-TP-BUSCA TO WS-TP-ID(WS-TP-ACHADO)
               MOVE SPACES TO WS-TP-NOME(WS-TP-ACHADO)
               MOVE WS-RATING-INICIAL TO WS-TP-RATING(WS-TP-ACHADO)
               MOVE WS-RATING-INICIAL
                   TO WS-TP-RATING-INI(WS-TP-ACHADO)
               MOVE "N" TO WS-TP-INI-OK(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-JOGOS-RT(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-V(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-D(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-E(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-CV(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-CD(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-CE(WS-TP-ACHADO)
               MOVE 0 TO WS-TP-TITULOS(WS-TP-ACHADO)
           END-IF.

       DEFINE-SCORES.
           EVALUATE WS-RESULTADO-A
               WHEN "V"
                   MOVE 1 TO WS-SCORE-A
                   MOVE 0 TO WS-SCORE-B
               WHEN "D"
                   MOVE 0 TO WS-SCORE-A
                   MOVE 1 TO WS-SCORE-B
               WHEN OTHER
                   MOVE 0.5 TO WS-SCORE-A
                   MOVE 0.5 TO WS-SCORE-B
           END-EVALUATE.

    ***  -- Mesma formula e mesmas etapas de JOGO-DA-VELHA-RATING,
    ***  -- para o rating congelado bater com o da classificacao.
       CALCULA-ELO.
           COMPUTE WS-DIFF = WS-RATING-B - WS-RATING-A.
           COMPUTE WS-POTENCIA = 10 ** (WS-DIFF / 400).
           COMPUTE WS-DIVISOR = WS-UM + WS-POTENCIA.
           COMPUTE WS-ESPERADO-A = WS-UM / WS-DIVISOR.
           COMPUTE WS-ESPERADO-B = WS-UM - WS-ESPERADO-A.
           COMPUTE WS-DELTA-A = WS-SCORE-A - WS-ESPERADO-A.
           COMPUTE WS-DELTA-A = WS-ELO-K * WS-DELTA-A.
           COMPUTE WS-DELTA-B = WS-SCORE-B - WS-ESPERADO-B.
           COMPUTE WS-DELTA-B = WS-ELO-K * WS-DELTA-B.
           COMPUTE WS-NOVO-RATING-A ROUNDED =
               WS-RATING-A + WS-DELTA-A.
           COMPUTE WS-NOVO-RATING-B ROUNDED =
               WS-RATING-B + WS-DELTA-B.
           IF WS-NOVO-RATING-A < 0 THEN
               MOVE 0 TO WS-NOVO-RATING-A
           END-IF.
           IF WS-NOVO-RATING-B < 0 THEN
               MOVE 0 TO WS-NOVO-RATING-B
           END-IF.
           IF WS-NOVO-RATING-A > 9999 THEN
               MOVE 9999 TO WS-NOVO-RATING-A
           END-IF.
           IF WS-NOVO-RATING-B > 9999 THEN
               MOVE 9999 TO WS-NOVO-RATING-B
           END-IF.

    ************* TITULOS E CONQUISTAS --------------------------------
    ***  -- Cabecalhos "C" de torneio-historico.txt com data no ano.
       APURA-TITULOS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TORNEIO-HISTORICO.
           IF WS-FS-TORNEIO-HIST = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ TORNEIO-HISTORICO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF HT-TIPO = "C"
                               AND HT-DATA >= WS-TEMP-INICIO
                               AND HT-DATA <= WS-TEMP-FIM THEN
                               PERFORM GUARDA-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TORNEIO-HISTORICO
           END-IF.

       GUARDA-TITULO.
           IF WS-TIT-QTD < WS-TIT-MAX THEN
               ADD 1 TO WS-TIT-QTD
               MOVE HT-SEQ         TO WS-TIT-SEQ(WS-TIT-QTD)
               MOVE HT-NOME        TO WS-TIT-NOME(WS-TIT-QTD)
               MOVE HT-DATA        TO WS-TIT-DATA(WS-TIT-QTD)
               MOVE HT-CAMPEAO     TO WS-TIT-CAMPEAO(WS-TIT-QTD)
               MOVE HT-CAMPEAO-PTS TO WS-TIT-PTS(WS-TIT-QTD)
               MOVE HT-CAMPEAO TO WS-TP-BUSCA
               PERFORM LOCALIZA-JOGADOR
               IF WS-TP-ACHADO NOT = 0 THEN
                   ADD 1 TO WS-TP-TITULOS(WS-TP-ACHADO)
               END-IF
           ELSE
               MOVE "S" TO WS-TIT-CHEIO
           END-IF.

       APURA-CONQUISTAS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CONQUISTAS.
           IF WS-FS-CONQUISTAS = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ CONQUISTAS
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CQ-DATA >= WS-TEMP-INICIO
                               AND CQ-DATA <= WS-TEMP-FIM THEN
                               IF WS-CQ-QTD < WS-CQ-MAX THEN
                                   ADD 1 TO WS-CQ-QTD
                                   MOVE CQ-PLAYER-ID
                                       TO WS-CQ-ID(WS-CQ-QTD)
                                   MOVE CQ-CODIGO
                                       TO WS-CQ-CODIGO(WS-CQ-QTD)
                                   MOVE CQ-DATA
                                       TO WS-CQ-DATA(WS-CQ-QTD)
                               ELSE
                                   MOVE "S" TO WS-CQ-CHEIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONQUISTAS
           END-IF.

    ***  -- Ordenacao por selecao, maior rating primeiro (mesmo
    ***  -- padrao de JOGO-DA-VELHA-RATING).
       ORDENA-POR-RATING.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
               UNTIL WS-ORD-I >= WS-TP-TOTAL
               MOVE WS-ORD-I TO WS-ORD-MAIOR
               PERFORM VARYING WS-ORD-J FROM WS-ORD-I BY 1
                   UNTIL WS-ORD-J > WS-TP-TOTAL
                   IF WS-TP-RATING(WS-ORD-J) >
                       WS-TP-RATING(WS-ORD-MAIOR) THEN
                       MOVE WS-ORD-J TO WS-ORD-MAIOR
                   END-IF
               END-PERFORM
               IF WS-ORD-MAIOR NOT = WS-ORD-I THEN
                   MOVE WS-TP-TAB(WS-ORD-I) TO WS-ORD-TROCA
                   MOVE WS-TP-TAB(WS-ORD-MAIOR)
                       TO WS-TP-TAB(WS-ORD-I)
                   MOVE WS-ORD-TROCA TO WS-TP-TAB(WS-ORD-MAIOR)
               END-IF
           END-PERFORM.

       CARREGA-NOMES.
           OPEN INPUT PLAYER-MASTER.
           IF WS-FS-PLAYER-MASTER = "00" THEN
               PERFORM VARYING IDX-TP FROM 1 BY 1
                   UNTIL IDX-TP > WS-TP-TOTAL
                   MOVE WS-TP-ID(IDX-TP) TO PM-ID
                   READ PLAYER-MASTER
                       INVALID KEY
                           MOVE "(sem cadastro)" TO WS-TP-NOME(IDX-TP)
                       NOT INVALID KEY
                           MOVE PM-NOME TO WS-TP-NOME(IDX-TP)
                   END-READ
               END-PERFORM
               CLOSE PLAYER-MASTER
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

    ************* PREMIACAO -------------------------------------------
       ESCOLHE-PREMIADOS.
           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               COMPUTE WS-CAND-JOGOS = WS-TP-V(IDX-TP)
                   + WS-TP-D(IDX-TP) + WS-TP-E(IDX-TP)
               PERFORM AVALIA-JOGADOR-DO-ANO
               PERFORM AVALIA-MAIS-PARTIDAS
               PERFORM AVALIA-MAIOR-EVOLUCAO
               PERFORM AVALIA-CONTRA-COBOL
           END-PERFORM.

    ***  -- Tabela ja em ordem de rating: o primeiro elegivel e o
    ***  -- jogador do ano.
       AVALIA-JOGADOR-DO-ANO.
           IF WS-PR-ANO = 0
               AND WS-CAND-JOGOS >= WS-MINIMO-PARTIDAS THEN
               SET WS-PR-ANO TO IDX-TP
           END-IF.

       AVALIA-MAIS-PARTIDAS.
           IF WS-CAND-JOGOS > 0 THEN
               IF WS-PR-JOGOS = 0 THEN
                   SET WS-PR-JOGOS TO IDX-TP
               ELSE
                   COMPUTE WS-CAND-MELHOR = WS-TP-V(WS-PR-JOGOS)
                       + WS-TP-D(WS-PR-JOGOS) + WS-TP-E(WS-PR-JOGOS)
                   IF WS-CAND-JOGOS > WS-CAND-MELHOR THEN
                       SET WS-PR-JOGOS TO IDX-TP
                   END-IF
               END-IF
           END-IF.

       AVALIA-MAIOR-EVOLUCAO.
           COMPUTE WS-CAND-EVOLUCAO = WS-TP-RATING(IDX-TP)
               - WS-TP-RATING-INI(IDX-TP).
           IF WS-CAND-JOGOS >= WS-MINIMO-PARTIDAS
               AND WS-CAND-EVOLUCAO > 0 THEN
               IF WS-PR-EVOLUI = 0
                   OR WS-CAND-EVOLUCAO > WS-PR-EVOLUCAO THEN
                   SET WS-PR-EVOLUI TO IDX-TP
                   MOVE WS-CAND-EVOLUCAO TO WS-PR-EVOLUCAO
               END-IF
           END-IF.

    ***  -- Aproveitamento contra o COBOL em pontos de torneio
    ***  -- (vitoria 2, empate 1), em decimos de porcento.
       AVALIA-CONTRA-COBOL.
           COMPUTE WS-CAND-COBOL = WS-TP-CV(IDX-TP)
               + WS-TP-CD(IDX-TP) + WS-TP-CE(IDX-TP).
           IF WS-CAND-COBOL >= WS-MINIMO-COBOL
               AND WS-CAND-COBOL > 0 THEN
               COMPUTE WS-CAND-APROV =
                   (WS-TP-CV(IDX-TP) * 2 + WS-TP-CE(IDX-TP)) * 1000
                   / (WS-CAND-COBOL * 2)
               IF WS-PR-COBOL = 0
                   OR WS-CAND-APROV > WS-PR-APROV THEN
                   SET WS-PR-COBOL TO IDX-TP
                   MOVE WS-CAND-APROV TO WS-PR-APROV
               END-IF
           END-IF.

    ************* HISTORICO DA TEMPORADA ------------------------------
       GRAVA-HISTORICO-TEMPORADA.
           MOVE 0 TO WS-HIST-REGISTROS.
           OPEN EXTEND TEMPORADA-HISTORICO.
           IF WS-FS-HISTORICO = "35" THEN
               OPEN OUTPUT TEMPORADA-HISTORICO
           END-IF.

           MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO.
           MOVE WS-ANO-TEMPORADA TO TH-ANO.
           MOVE "C" TO TH-TIPO.
           MOVE WS-DATA-HOJE TO TH-C-DATA.
           MOVE WS-HORA-HOJE TO TH-C-HORA.
           MOVE WS-SUP-ID TO TH-C-SUPERVISOR.
           MOVE WS-TP-TOTAL TO TH-C-JOGADORES.
           MOVE WS-PARTIDAS-TEMPORADA TO TH-C-PARTIDAS.
           MOVE WS-PLACAR-USUARIO TO TH-C-PLACAR-USU.
           MOVE WS-PLACAR-COBOL TO TH-C-PLACAR-COB.
           MOVE WS-CORRIDA-INICIO TO TH-C-INICIO.
           PERFORM GRAVA-REGISTRO-HISTORICO.

           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO
               MOVE WS-ANO-TEMPORADA TO TH-ANO
               MOVE "R" TO TH-TIPO
               SET TH-R-POS TO IDX-TP
               MOVE WS-TP-ID(IDX-TP)         TO TH-R-ID
               MOVE WS-TP-RATING(IDX-TP)     TO TH-R-RATING
               MOVE WS-TP-RATING-INI(IDX-TP) TO TH-R-RATING-INI
               MOVE WS-TP-JOGOS-RT(IDX-TP)   TO TH-R-JOGOS-RT
               MOVE WS-TP-V(IDX-TP)          TO TH-R-V
               MOVE WS-TP-D(IDX-TP)          TO TH-R-D
               MOVE WS-TP-E(IDX-TP)          TO TH-R-E
               MOVE WS-TP-CV(IDX-TP)         TO TH-R-CV
               MOVE WS-TP-CD(IDX-TP)         TO TH-R-CD
               MOVE WS-TP-CE(IDX-TP)         TO TH-R-CE
               MOVE WS-TP-TITULOS(IDX-TP)    TO TH-R-TITULOS
               PERFORM GRAVA-REGISTRO-HISTORICO
           END-PERFORM.

           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-TIT-QTD
               MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO
               MOVE WS-ANO-TEMPORADA TO TH-ANO
               MOVE "T" TO TH-TIPO
               MOVE WS-TIT-SEQ(WS-TIT-IDX)     TO TH-T-SEQ
               MOVE WS-TIT-NOME(WS-TIT-IDX)    TO TH-T-NOME
               MOVE WS-TIT-DATA(WS-TIT-IDX)    TO TH-T-DATA
               MOVE WS-TIT-CAMPEAO(WS-TIT-IDX) TO TH-T-CAMPEAO
               MOVE WS-TIT-PTS(WS-TIT-IDX)     TO TH-T-PTS
               PERFORM GRAVA-REGISTRO-HISTORICO
           END-PERFORM.

           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
               UNTIL WS-CQ-IDX > WS-CQ-QTD
               MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO
               MOVE WS-ANO-TEMPORADA TO TH-ANO
               MOVE "Q" TO TH-TIPO
               MOVE WS-CQ-ID(WS-CQ-IDX)     TO TH-Q-ID
               MOVE WS-CQ-CODIGO(WS-CQ-IDX) TO TH-Q-CODIGO
               MOVE WS-CQ-DATA(WS-CQ-IDX)   TO TH-Q-DATA
               PERFORM GRAVA-REGISTRO-HISTORICO
           END-PERFORM.

    ***  -- Premios: JANO jogador do ano (valor = rating), MJOG mais
    ***  -- partidas, MEVO maior evolucao (pontos ganhos), MCOB
    ***  -- melhor contra o COBOL (aproveitamento em decimos de %).
           IF WS-PR-ANO NOT = 0 THEN
               MOVE "JANO" TO WS-HP-CODIGO
               MOVE WS-TP-ID(WS-PR-ANO) TO WS-HP-ID
               MOVE WS-TP-RATING(WS-PR-ANO) TO WS-HP-VALOR
               PERFORM GRAVA-PREMIO-HISTORICO
           END-IF.
           IF WS-PR-JOGOS NOT = 0 THEN
               MOVE "MJOG" TO WS-HP-CODIGO
               MOVE WS-TP-ID(WS-PR-JOGOS) TO WS-HP-ID
               COMPUTE WS-HP-VALOR = WS-TP-V(WS-PR-JOGOS)
                   + WS-TP-D(WS-PR-JOGOS) + WS-TP-E(WS-PR-JOGOS)
               PERFORM GRAVA-PREMIO-HISTORICO
           END-IF.
           IF WS-PR-EVOLUI NOT = 0 THEN
               MOVE "MEVO" TO WS-HP-CODIGO
               MOVE WS-TP-ID(WS-PR-EVOLUI) TO WS-HP-ID
               MOVE WS-PR-EVOLUCAO TO WS-HP-VALOR
               PERFORM GRAVA-PREMIO-HISTORICO
           END-IF.
           IF WS-PR-COBOL NOT = 0 THEN
               MOVE "MCOB" TO WS-HP-CODIGO
               MOVE WS-TP-ID(WS-PR-COBOL) TO WS-HP-ID
               MOVE WS-PR-APROV TO WS-HP-VALOR
               PERFORM GRAVA-PREMIO-HISTORICO
           END-IF.

           CLOSE TEMPORADA-HISTORICO.

       GRAVA-PREMIO-HISTORICO.
           MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO.
           MOVE WS-ANO-TEMPORADA TO TH-ANO.
           MOVE "P" TO TH-TIPO.
           MOVE WS-HP-CODIGO TO TH-P-CODIGO.
           MOVE WS-HP-ID     TO TH-P-ID.
           MOVE WS-HP-VALOR  TO TH-P-VALOR.
           PERFORM GRAVA-REGISTRO-HISTORICO.

       GRAVA-REGISTRO-HISTORICO.
           WRITE TEMPORADA-HISTORICO-ARQUIVO.
           ADD 1 TO WS-HIST-REGISTROS.

    ***  -- Com o historico gravado, a temporada nova comeca do zero:
    ***  -- todo jogador com rating volta ao inicial.
       ZERA-RATINGS.
           OPEN OUTPUT RATINGS.
           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               MOVE WS-TP-ID(IDX-TP)  TO RT-PLAYER-ID
               MOVE WS-RATING-INICIAL TO RT-RATING
               MOVE 0                 TO RT-JOGOS
               MOVE SPACE             TO RT-STREAK-TIPO
               MOVE 0                 TO RT-STREAK-QTD
               WRITE RATINGS-ARQUIVO
           END-PERFORM.
           CLOSE RATINGS.

    ***  -- O placar recomeca com o que ja foi jogado depois de 31/12
    ***  -- (vitorias solo do lado VOCE, derrotas solo do lado COBOL
    ***  -- e as partidas Jogador x Jogador decididas do lado VOCE -
    ***  -- a soma e os pisos que a AUDITORIA confere). O GAME-ID
    ***  -- continua a numeracao.
       ZERA-PLACAR.
           IF WS-PLACAR-LIDO = "S" THEN
               COMPUTE WS-PLACAR-NOVO-USU =
                   WS-NOVA-VIT-SOLO + WS-NOVA-VIT-DUPLA
               MOVE WS-NOVA-DER-SOLO TO WS-PLACAR-NOVO-COB
               IF WS-PLACAR-NOVO-USU > 99 THEN
                   MOVE 99 TO WS-PLACAR-NOVO-USU
               END-IF
               IF WS-PLACAR-NOVO-COB > 99 THEN
                   MOVE 99 TO WS-PLACAR-NOVO-COB
               END-IF
               OPEN OUTPUT PLACAR
               MOVE WS-PLACAR-NOVO-USU TO PLACAR-REG-USUARIO
               MOVE WS-PLACAR-NOVO-COB TO PLACAR-REG-COBOL
               MOVE WS-PLACAR-GAME-ID  TO PLACAR-REG-GAME-ID
               WRITE PLACAR-ARQUIVO
               CLOSE PLACAR
           ELSE
               DISPLAY "  AVISO: placar.txt ausente ou ilegivel - "
                   "nao foi zerado."
           END-IF.

       GRAVA-FIM-TEMPORADA.
           OPEN EXTEND TEMPORADA-HISTORICO.
           MOVE SPACES TO TEMPORADA-HISTORICO-ARQUIVO.
           MOVE WS-ANO-TEMPORADA TO TH-ANO.
           MOVE "Z" TO TH-TIPO.
           MOVE WS-DATA-HOJE TO TH-Z-DATA.
           MOVE WS-HORA-HOJE TO TH-Z-HORA.
           MOVE WS-HIST-REGISTROS TO TH-Z-REGISTROS.
           WRITE TEMPORADA-HISTORICO-ARQUIVO.
           CLOSE TEMPORADA-HISTORICO.

    ************* RELATORIO DA PREMIACAO ------------------------------
       IMPRIME-PREMIOS.
           MOVE SPACES TO WS-NOME-ARQ-PREMIOS.
           STRING "temporada-premios-" WS-ANO-TEMPORADA ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-PREMIOS.
           OPEN OUTPUT TEMPORADA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           STRING "  PREMIACAO DA TEMPORADA " WS-ANO-TEMPORADA
               DELIMITED BY SIZE INTO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           MOVE SPACES TO PREMIOS-LINHA.
           MOVE WS-PARTIDAS-TEMPORADA TO WS-ED-QTD.
           STRING "  Encerrada em " WS-DATA-HOJE " - " WS-ED-QTD
               " partida(s) na temporada"
               DELIMITED BY SIZE INTO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           MOVE SPACES TO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           IF WS-PR-ANO = 0 THEN
               STRING "  Jogador do ano       : ninguem com "
                   WS-MINIMO-PARTIDAS " partidas"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           ELSE
               MOVE WS-TP-RATING(WS-PR-ANO) TO WS-ED-RATING
               STRING "  Jogador do ano       : " WS-TP-ID(WS-PR-ANO)
                   " " WS-TP-NOME(WS-PR-ANO) " rating " WS-ED-RATING
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           IF WS-PR-JOGOS = 0 THEN
               MOVE "  Mais partidas        : nenhuma partida"
                   TO PREMIOS-LINHA
           ELSE
               COMPUTE WS-CAND-JOGOS = WS-TP-V(WS-PR-JOGOS)
                   + WS-TP-D(WS-PR-JOGOS) + WS-TP-E(WS-PR-JOGOS)
               MOVE WS-CAND-JOGOS TO WS-ED-QTD
               STRING "  Mais partidas        : "
                   WS-TP-ID(WS-PR-JOGOS) " " WS-TP-NOME(WS-PR-JOGOS)
                   WS-ED-QTD " partidas"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           IF WS-PR-EVOLUI = 0 THEN
               MOVE "  Maior evolucao       : ninguem subiu"
                   TO PREMIOS-LINHA
           ELSE
               MOVE WS-PR-EVOLUCAO TO WS-ED-EVOLUCAO
               MOVE WS-TP-RATING-INI(WS-PR-EVOLUI) TO WS-ED-RATING
               MOVE WS-TP-RATING(WS-PR-EVOLUI) TO WS-ED-RATING-2
               STRING "  Maior evolucao       : "
                   WS-TP-ID(WS-PR-EVOLUI) " "
                   WS-TP-NOME(WS-PR-EVOLUI) WS-ED-EVOLUCAO
                   " (" WS-ED-RATING " -> " WS-ED-RATING-2 ")"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           IF WS-PR-COBOL = 0 THEN
               STRING "  Melhor contra o COBOL: ninguem com "
                   WS-MINIMO-COBOL " partidas"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           ELSE
               COMPUTE WS-APROV-PCT = WS-PR-APROV / 10
               MOVE WS-APROV-PCT TO WS-ED-APROV
               MOVE WS-TP-CV(WS-PR-COBOL) TO WS-ED-V
               MOVE WS-TP-CD(WS-PR-COBOL) TO WS-ED-D
               MOVE WS-TP-CE(WS-PR-COBOL) TO WS-ED-E
               STRING "  Melhor contra o COBOL: "
                   WS-TP-ID(WS-PR-COBOL) " "
                   WS-TP-NOME(WS-PR-COBOL) WS-ED-APROV "%"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
               PERFORM GRAVA-LINHA-PREMIOS
               MOVE SPACES TO PREMIOS-LINHA
               STRING "                         " WS-ED-V " V"
                   WS-ED-D " D" WS-ED-E " E"
                   DELIMITED BY SIZE INTO PREMIOS-LINHA
           END-IF.
           PERFORM GRAVA-LINHA-PREMIOS.

           MOVE SPACES TO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           IF WS-TIT-QTD = 0 THEN
               MOVE "  Nenhum torneio encerrado no ano."
                   TO PREMIOS-LINHA
               PERFORM GRAVA-LINHA-PREMIOS
           ELSE
               MOVE "  Campeoes de torneio do ano :" TO PREMIOS-LINHA
               PERFORM GRAVA-LINHA-PREMIOS
               PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-QTD
                   MOVE WS-TIT-CAMPEAO(WS-TIT-IDX) TO WS-TP-BUSCA
                   PERFORM BUSCA-NOME-NA-TABELA
                   MOVE SPACES TO PREMIOS-LINHA
                   STRING "    " WS-TIT-DATA(WS-TIT-IDX) "  "
                       WS-TIT-NOME(WS-TIT-IDX) "  "
                       WS-TIT-CAMPEAO(WS-TIT-IDX) " "
                       WS-NOME-CAMPEAO
                       DELIMITED BY SIZE INTO PREMIOS-LINHA
                   PERFORM GRAVA-LINHA-PREMIOS
               END-PERFORM
           END-IF.

           MOVE SPACES TO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           MOVE "  Classificacao final de rating :" TO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           MOVE WS-PREMIOS-CAB TO PREMIOS-LINHA.
           PERFORM GRAVA-LINHA-PREMIOS.
           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               SET WS-DET-POS TO IDX-TP
               MOVE WS-TP-ID(IDX-TP)     TO WS-DET-ID
               MOVE WS-TP-NOME(IDX-TP)   TO WS-DET-NOME
               MOVE WS-TP-RATING(IDX-TP) TO WS-DET-RATING
               MOVE WS-TP-V(IDX-TP)      TO WS-DET-V
               MOVE WS-TP-D(IDX-TP)      TO WS-DET-D
               MOVE WS-TP-E(IDX-TP)      TO WS-DET-E
               MOVE WS-PREMIOS-DET TO PREMIOS-LINHA
               PERFORM GRAVA-LINHA-PREMIOS
           END-PERFORM.
           CLOSE TEMPORADA-PREMIOS.

    ***  -- Campeao de torneio ja esta na tabela (GUARDA-TITULO o
    ***  -- incluiu); sem lugar na tabela sai sem nome.
       BUSCA-NOME-NA-TABELA.
           MOVE SPACES TO WS-NOME-CAMPEAO.
           PERFORM VARYING IDX-TP FROM 1 BY 1
               UNTIL IDX-TP > WS-TP-TOTAL
               IF WS-TP-ID(IDX-TP) = WS-TP-BUSCA THEN
                   MOVE WS-TP-NOME(IDX-TP) TO WS-NOME-CAMPEAO
               END-IF
           END-PERFORM.

       GRAVA-LINHA-PREMIOS.
           WRITE PREMIOS-LINHA.
           DISPLAY PREMIOS-LINHA.

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
           MOVE "JOGO-DA-VELHA-TEMPORADA" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI    TO JR-HORA-FIM.
           MOVE "R"            TO JR-STATUS.
           MOVE WS-ACAO-RECUSA TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

       END PROGRAM JOGO-DA-VELHA-TEMPORADA.
