      *          As divergencias vao para auditoria-excecoes.txt, no
      *          mesmo molde de reconciliacao-excecoes.txt (ver
      *          JOGO-DA-VELHA-RECONCILIA, que cobre so a consistencia
      *          interna do journal de jogadas).
      *          Numa partida Jogador x Jogador nao da para saber, so
      *          pelo game-result.txt, qual dos dois lados somou no
      *          placar de VOCE e qual no de COBOL; por isso o placar
      *          e conferido por soma total e por pisos (VOCE >=
      *          vitorias solo, COBOL >= derrotas solo), nao campo a
      *          campo. O placar e da temporada aberta (zerado por
      *          JOGO-DA-VELHA-TEMPORADA no encerramento do ano), entao
      *          so entram nessa conferencia as partidas a partir de
      *          1o de janeiro do ano seguinte a ultima temporada
      *          encerrada; a conferencia por jogador continua sendo
      *          de carreira, como o player-master.
      *          Divergencia que e exatamente o efeito de uma
      *          correcao do arbitro gravada em correcoes-resultado.txt
      *          (ver JOGO-DA-VELHA-CORRECAO) sai com ORIGEM EXPLIC e
      *          conta como explicada, nao como excecao:
      *          - contador do jogador: so a troca de resultado das
      *            linhas em que o player-master nao foi acertado
      *            (CR-PM-AJUSTE = "X"), -1 no contador antigo e +1 no
      *            novo; a diferenca tem de ser igual a essa soma;
      *          - placar: so as correcoes da temporada aberta com o
      *            placar nao acertado ("X", a diferenca da soma tem
      *            de ser igual aos pontos que a correcao mudou, e o
      *            piso pode faltar no lado que ganhou a partida solo)
      *            ou acertado em lado presumido ("?", o piso do COBOL
      *            pode faltar 1 por ponto retirado).
      *          Qualquer diferenca alem disso e excecao. Partida
      *          anulada (GR-RESULTADO = "A") sem anulacao no log para
      *          o mesmo GAME-ID e excecao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PLACAR.

       SELECT CORRECOES ASSIGN TO 'correcoes-resultado.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CORRECOES.

    ***  -- Historico das temporadas encerradas (JOGO-DA-VELHA-
    ***  -- TEMPORADA): so o "Z" de fim de bloco interessa aqui.
       SELECT TEMPORADA-HISTORICO ASSIGN TO 'temporada-historico.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-HISTORICO.

       SELECT EXCECAO-RELATORIO ASSIGN TO 'auditoria-excecoes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXCECAO.
           05 GR-DATA          PIC 9(8).
           05 GR-HORA          PIC 9(6).
           05 GR-TORNEIO       PIC X(1).
           05 GR-DIFICULDADE   PIC X(1).

       FD PLAYER-MASTER.
       01 PLAYER-MASTER-ARQUIVO.
           05 PLACAR-REG-COBOL   PIC 9(2).
           05 PLACAR-REG-GAME-ID PIC 9(5).

       FD CORRECOES.
       01 CORRECOES-ARQUIVO.
           05 CR-DATA           PIC 9(8).
           05 CR-HORA           PIC 9(6).
           05 CR-GAME-ID        PIC 9(5).
           05 CR-ACAO           PIC X(1).
           05 CR-LADO-ID        PIC X(5).
           05 CR-ARBITRO        PIC X(5).
           05 CR-MOTIVO         PIC X(40).
           05 CR-GR-ORIGINAL.
               10 CR-GR-GAME-ID   PIC 9(5).
               10 CR-GR-PLAYER-ID PIC X(5).
               10 CR-GR-SYMBOL    PIC X(1).
               10 CR-GR-RESULTADO PIC X(1).
               10 CR-GR-DATA      PIC 9(8).
               10 FILLER          PIC X(7).
           05 CR-RESULTADO-NOVO PIC X(1).
           05 CR-PM-AJUSTE      PIC X(1).
           05 CR-PLACAR-AJUSTE  PIC X(1).
           05 CR-TORNEIO-AJUSTE PIC X(1).

       FD TEMPORADA-HISTORICO.
       01 TEMPORADA-HISTORICO-ARQUIVO.
           05 TH-ANO   PIC 9(4).
           05 TH-TIPO  PIC X(1).
           05 TH-DADOS PIC X(60).

       FD EXCECAO-RELATORIO.
       01 EXCECAO-LINHA PIC X(100).

       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-PLACAR        PIC X(2) VALUE "00".
       01 WS-FS-EXCECAO       PIC X(2) VALUE "00".
       01 WS-FS-CORRECOES     PIC X(2) VALUE "00".

       01 WS-EOF-GR PIC X(1) VALUE "N".
       01 WS-EOF-PM PIC X(1) VALUE "N".
       01 WS-EOF-CR PIC X(1) VALUE "N".

    ************* CORRECOES DO ARBITRO -------------------------------
    ***  -- Um item por linha de correcoes-resultado.txt: data e
    ***  -- hora da correcao (as linhas de uma mesma correcao sao
    ***  -- gravadas juntas), GAME-ID e PLAYER-ID da linha de
    ***  -- game-result corrigida, resultado antes e depois, data da
    ***  -- partida e os indicadores de ajuste.
       01 WS-CORR-TAB OCCURS 500 TIMES INDEXED BY IDX-CR.
           05 WS-CORR-DATA      PIC 9(8).
           05 WS-CORR-HORA      PIC 9(6).
           05 WS-CORR-GAME-ID   PIC 9(5).
           05 WS-CORR-PLAYER-ID PIC X(5).
           05 WS-CORR-ANTES     PIC X(1).
           05 WS-CORR-DEPOIS    PIC X(1).
           05 WS-CORR-GR-DATA   PIC 9(8).
           05 WS-CORR-PM-AJUSTE PIC X(1).
           05 WS-CORR-PL-AJUSTE PIC X(1).
       01 WS-CORR-TOTAL PIC 9(3) VALUE 0.
       01 WS-CORR-MAX   PIC 9(3) VALUE 500.
       01 WS-EXPLICADA  PIC X(1) VALUE "N".

    ***  -- Diferenca (game-result menos player-master/placar) que as
    ***  -- correcoes nao acertadas explicam, e quanto cada piso do
    ***  -- placar pode faltar por causa delas.
       01 WS-EXP-VIT        PIC S9(5) VALUE 0.
       01 WS-EXP-DER        PIC S9(5) VALUE 0.
       01 WS-EXP-EMP        PIC S9(5) VALUE 0.
       01 WS-EXP-SOMA       PIC S9(5) VALUE 0.
       01 WS-EXP-PISO-VOCE  PIC 9(5) VALUE 0.
       01 WS-EXP-PISO-COBOL PIC 9(5) VALUE 0.
       01 WS-DIF            PIC S9(5) VALUE 0.
       01 WS-FALTA          PIC 9(5) VALUE 0.

    ***  -- Correcao em montagem (linhas contiguas com a mesma data,
    ***  -- hora e GAME-ID): uma linha e partida solo, duas e o par.
       01 WS-EV-LINHAS    PIC 9(2) VALUE 0.
       01 WS-EV-DATA      PIC 9(8).
       01 WS-EV-HORA      PIC 9(6).
       01 WS-EV-GAME-ID   PIC 9(5).
       01 WS-EV-GR-DATA   PIC 9(8).
       01 WS-EV-PL-AJUSTE PIC X(1).
       01 WS-EV-ANTES-V   PIC X(1).
       01 WS-EV-ANTES-D   PIC X(1).
       01 WS-EV-DEPOIS-V  PIC X(1).
       01 WS-EV-DEPOIS-D  PIC X(1).

    ************* CONTAGEM POR JOGADOR -------------------------------
       01 WS-AUDIT-TAB OCCURS 200 TIMES INDEXED BY IDX-AU.
       01 WS-PENDENTE.
           05 WS-PEND-GAME-ID   PIC 9(5).
           05 WS-PEND-RESULTADO PIC X(1).
           05 WS-PEND-DATA      PIC 9(8).
       01 WS-TEM-PENDENTE PIC X(1) VALUE "N".
       01 WS-VIT-SOLO   PIC 9(5) VALUE 0.
       01 WS-DER-SOLO   PIC 9(5) VALUE 0.
       01 WS-VIT-DUPLA  PIC 9(5) VALUE 0.

    ************* TEMPORADA -------------------------------------------
    ***  -- Primeiro dia da temporada aberta: 1o de janeiro do ano
    ***  -- seguinte a ultima temporada encerrada (zero se nenhuma).
       01 WS-FS-HISTORICO     PIC X(2) VALUE "00".
       01 WS-EOF-HISTORICO    PIC X(1) VALUE "N".
       01 WS-ULTIMO-ANO       PIC 9(4) VALUE 0.
       01 WS-INICIO-TEMPORADA PIC 9(8) VALUE 0.

    ************* PLACAR ----------------------------------------------
       01 WS-PLACAR-USUARIO PIC 9(2) VALUE 0.
       01 WS-PLACAR-COBOL   PIC 9(2) VALUE 0.

    ************* RELATORIO -------------------------------------------
       01 WS-TOTAL-EXCECOES PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXPLICADAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REG-GR   PIC 9(7) VALUE 0.
       01 WS-EXIBE-A PIC 9(5).
       01 WS-EXIBE-B PIC 9(5).
           MOVE "ORIGEM   CHAVE  MOTIVO" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

           PERFORM LE-CORRECOES.
           PERFORM LE-INICIO-TEMPORADA.
           PERFORM LE-GAME-RESULT.
           PERFORM LE-PLAYER-MASTER.
           PERFORM LE-PLACAR.
           DISPLAY "  " WS-TOTAL-REG-GR " registro(s) de game-result, "
               WS-AU-TOTAL " jogador(es) conferido(s), "
               WS-TOTAL-EXCECOES " excecao(oes)."
           IF WS-TOTAL-EXPLICADAS NOT = 0 THEN
               DISPLAY "  " WS-TOTAL-EXPLICADAS " divergencia(s) "
                   "explicada(s) por correcao do arbitro."
           END-IF.
           IF WS-TOTAL-EXCECOES = 0 AND WS-TOTAL-EXPLICADAS = 0
               THEN
               DISPLAY "  Nenhuma divergencia encontrada."
           ELSE
               DISPLAY "  Detalhes em auditoria-excecoes.txt"

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

    ***  -- Carrega o log de correcoes do arbitro; sem o arquivo
    ***  -- ninguem foi corrigido ainda.
       LE-CORRECOES.
           MOVE "N" TO WS-EOF-CR.
           OPEN INPUT CORRECOES.
           IF WS-FS-CORRECOES = "00" THEN
               PERFORM UNTIL WS-EOF-CR = "Y"
                   READ CORRECOES
                       AT END MOVE "Y" TO WS-EOF-CR
                       NOT AT END
                           PERFORM GUARDA-CORRECAO
                   END-READ
               END-PERFORM
               CLOSE CORRECOES
           END-IF.

    ***  -- Revisao sem alteracao ("R") nao explica divergencia.
       GUARDA-CORRECAO.
           IF CR-ACAO = "R" THEN
               CONTINUE
           ELSE
               PERFORM GUARDA-CORRECAO-ALTERACAO
           END-IF.

       GUARDA-CORRECAO-ALTERACAO.
           IF WS-CORR-TOTAL < WS-CORR-MAX THEN
               ADD 1 TO WS-CORR-TOTAL
               MOVE CR-DATA         TO WS-CORR-DATA(WS-CORR-TOTAL)
               MOVE CR-HORA         TO WS-CORR-HORA(WS-CORR-TOTAL)
               MOVE CR-GAME-ID      TO WS-CORR-GAME-ID(WS-CORR-TOTAL)
               MOVE CR-GR-PLAYER-ID
                   TO WS-CORR-PLAYER-ID(WS-CORR-TOTAL)
               MOVE CR-GR-RESULTADO TO WS-CORR-ANTES(WS-CORR-TOTAL)
               MOVE CR-RESULTADO-NOVO
                   TO WS-CORR-DEPOIS(WS-CORR-TOTAL)
               MOVE CR-GR-DATA      TO WS-CORR-GR-DATA(WS-CORR-TOTAL)
               MOVE CR-PM-AJUSTE
                   TO WS-CORR-PM-AJUSTE(WS-CORR-TOTAL)
               MOVE CR-PLACAR-AJUSTE
                   TO WS-CORR-PL-AJUSTE(WS-CORR-TOTAL)
           END-IF.

       LE-GAME-RESULT.
           MOVE "N" TO WS-EOF-GR.
           OPEN INPUT GAME-RESULT.
           END-IF.

       ACUMULA-REGISTRO-GR.
           MOVE "N" TO WS-EXPLICADA.
     **     ---- PARTIDA ANULADA PRECISA ESTAR NO LOG --------------
           IF GR-RESULTADO = "A" THEN
               PERFORM VERIFICA-ANULADA-NO-LOG
           END-IF.

     **     ---- CONTAGEM V/D/E POR JOGADOR -----------------------
           MOVE GR-PLAYER-ID TO WS-AU-ID-BUSCA.
           PERFORM LOCALIZA-JOGADOR-AUDIT.
     **     ---- PAREAMENTO PARA O PLACAR -------------------------
           IF WS-TEM-PENDENTE = "S"
               AND GR-GAME-ID = WS-PEND-GAME-ID THEN
               IF (WS-PEND-RESULTADO = "V" OR GR-RESULTADO = "V")
                   AND WS-PEND-DATA >= WS-INICIO-TEMPORADA THEN
                   ADD 1 TO WS-VIT-DUPLA
               END-IF
               MOVE "N" TO WS-TEM-PENDENTE
               END-IF
               MOVE GR-GAME-ID   TO WS-PEND-GAME-ID
               MOVE GR-RESULTADO TO WS-PEND-RESULTADO
               MOVE GR-DATA      TO WS-PEND-DATA
               MOVE "S" TO WS-TEM-PENDENTE
           END-IF.

       VERIFICA-ANULADA-NO-LOG.
           MOVE "N" TO WS-EXPLICADA.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-CORR-TOTAL
               IF WS-CORR-GAME-ID(IDX-CR) = GR-GAME-ID
                   AND WS-CORR-DEPOIS(IDX-CR) = "A" THEN
                   MOVE "S" TO WS-EXPLICADA
               END-IF
           END-PERFORM.
           IF WS-EXPLICADA = "N" THEN
               MOVE GR-GAME-ID TO WS-EXIBE-A
               STRING "GAMERES  " WS-EXIBE-A
                   " partida anulada sem registro em "
                   "correcoes-resultado.txt" DELIMITED BY SIZE
                   INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.
           MOVE "N" TO WS-EXPLICADA.

       CONTA-PARTIDA-SOLO.
           IF WS-PEND-DATA >= WS-INICIO-TEMPORADA THEN
               EVALUATE WS-PEND-RESULTADO
                   WHEN "V"
                       ADD 1 TO WS-VIT-SOLO
                   WHEN "D"
                       ADD 1 TO WS-DER-SOLO
               END-EVALUATE
           END-IF.

       LOCALIZA-JOGADOR-AUDIT.
           MOVE 0 TO WS-AU-IDX-ACHADO.
               IF WS-GI-QTD(WS-GI-IDX-ACHADO) = 2
                   AND WS-GI-PLAYER(WS-GI-IDX-ACHADO) = GR-PLAYER-ID
                   THEN
                   MOVE WS-GI-ID(WS-GI-IDX-ACHADO) TO WS-EXIBE-A
                   STRING "GAMERES  " WS-EXIBE-A
                       " GAME-ID repetido para o mesmo PLAYER-ID "
                       GR-PLAYER-ID DELIMITED BY SIZE
                       INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.

               UNTIL IDX-AU > WS-AU-TOTAL
               PERFORM CONFERE-JOGADOR-UM
           END-PERFORM.
           MOVE "N" TO WS-EXPLICADA.
           IF WS-AU-CHEIO = "S" THEN
               STRING "AUDIT    00000 mais de " WS-AU-MAX
                   " jogadores - excedentes nao conferidos"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.

       CONFERE-JOGADOR-UM.
           MOVE "N" TO WS-EXPLICADA.
           MOVE 0 TO WS-EXP-VIT.
           MOVE 0 TO WS-EXP-DER.
           MOVE 0 TO WS-EXP-EMP.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-CORR-TOTAL
               IF WS-CORR-PLAYER-ID(IDX-CR) = WS-AU-ID(IDX-AU)
                   AND WS-CORR-PM-AJUSTE(IDX-CR) = "X" THEN
                   PERFORM SOMA-EXPLICACAO-JOGADOR
               END-IF
           END-PERFORM.
           IF WS-AU-NO-PM(IDX-AU) = "S" THEN
               STRING "PLAYERM  " WS-AU-ID(IDX-AU)
                   " jogador tem resultado em game-result mas nao "
                   "existe no player-master" DELIMITED BY SIZE
                   INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           ELSE
               IF WS-AU-NO-GR(IDX-AU) = "S" AND
                   (WS-AU-PM-VIT(IDX-AU) NOT = 0
                   OR WS-AU-PM-DER(IDX-AU) NOT = 0
                   OR WS-AU-PM-EMP(IDX-AU) NOT = 0) THEN
                   STRING "GAMERES  " WS-AU-ID(IDX-AU)
                       " jogador tem contadores no player-master mas "
                       "nenhum registro em game-result"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               ELSE
                   PERFORM CONFERE-CONTADORES-JOGADOR
               END-IF
           END-IF.

    ***  -- Linha corrigida sem acerto no player-master: o
    ***  -- game-result ja tem o resultado novo e o cadastro ainda
    ***  -- conta o antigo.
       SOMA-EXPLICACAO-JOGADOR.
           EVALUATE WS-CORR-ANTES(IDX-CR)
               WHEN "V"
                   SUBTRACT 1 FROM WS-EXP-VIT
               WHEN "D"
                   SUBTRACT 1 FROM WS-EXP-DER
               WHEN "E"
                   SUBTRACT 1 FROM WS-EXP-EMP
           END-EVALUATE.
           EVALUATE WS-CORR-DEPOIS(IDX-CR)
               WHEN "V"
                   ADD 1 TO WS-EXP-VIT
               WHEN "D"
                   ADD 1 TO WS-EXP-DER
               WHEN "E"
                   ADD 1 TO WS-EXP-EMP
           END-EVALUATE.

       CONFERE-CONTADORES-JOGADOR.
           IF WS-AU-GR-VIT(IDX-AU) NOT = WS-AU-PM-VIT(IDX-AU) THEN
               COMPUTE WS-DIF =
                   WS-AU-GR-VIT(IDX-AU) - WS-AU-PM-VIT(IDX-AU)
               MOVE "N" TO WS-EXPLICADA
               IF WS-DIF = WS-EXP-VIT THEN
                   MOVE "S" TO WS-EXPLICADA
               END-IF
               MOVE WS-AU-GR-VIT(IDX-AU) TO WS-EXIBE-A
               MOVE WS-AU-PM-VIT(IDX-AU) TO WS-EXIBE-B
               STRING "PLAYERM  " WS-AU-ID(IDX-AU)
                   " vitorias divergem (game-result " WS-EXIBE-A
                   ", player-master " WS-EXIBE-B ")"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.
           IF WS-AU-GR-DER(IDX-AU) NOT = WS-AU-PM-DER(IDX-AU) THEN
               COMPUTE WS-DIF =
                   WS-AU-GR-DER(IDX-AU) - WS-AU-PM-DER(IDX-AU)
               MOVE "N" TO WS-EXPLICADA
               IF WS-DIF = WS-EXP-DER THEN
                   MOVE "S" TO WS-EXPLICADA
               END-IF
               MOVE WS-AU-GR-DER(IDX-AU) TO WS-EXIBE-A
               MOVE WS-AU-PM-DER(IDX-AU) TO WS-EXIBE-B
               STRING "PLAYERM  " WS-AU-ID(IDX-AU)
                   " derrotas divergem (game-result " WS-EXIBE-A
                   ", player-master " WS-EXIBE-B ")"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.
           IF WS-AU-GR-EMP(IDX-AU) NOT = WS-AU-PM-EMP(IDX-AU) THEN
               COMPUTE WS-DIF =
                   WS-AU-GR-EMP(IDX-AU) - WS-AU-PM-EMP(IDX-AU)
               MOVE "N" TO WS-EXPLICADA
               IF WS-DIF = WS-EXP-EMP THEN
                   MOVE "S" TO WS-EXPLICADA
               END-IF
               MOVE WS-AU-GR-EMP(IDX-AU) TO WS-EXIBE-A
               MOVE WS-AU-PM-EMP(IDX-AU) TO WS-EXIBE-B
               STRING "PLAYERM  " WS-AU-ID(IDX-AU)
                   " empates divergem (game-result " WS-EXIBE-A
                   ", player-master " WS-EXIBE-B ")"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.

       CONFERE-GAME-IDS.
           MOVE "N" TO WS-EXPLICADA.
           IF WS-GI-CHEIO = "S" THEN
               STRING "GAMERES  00000 mais de " WS-GI-MAX
                   " GAME-IDs - excedentes nao conferidos"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM VARYING IDX-GI FROM 1 BY 1
               UNTIL IDX-GI > WS-GI-TOTAL
               IF WS-GI-QTD(IDX-GI) > 2 THEN
                   MOVE WS-GI-ID(IDX-GI) TO WS-EXIBE-A
                   STRING "GAMERES  " WS-EXIBE-A
                       " GAME-ID aparece " WS-GI-QTD(IDX-GI)
                       " vezes (maximo permitido e o par Jogador x "
                       "Jogador)" DELIMITED BY SIZE
                       INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-PERFORM.
           IF WS-PLACAR-LIDO = "S"
               AND WS-GAME-ID-MAIOR > WS-PLACAR-GAME-ID THEN
               MOVE WS-GAME-ID-MAIOR TO WS-EXIBE-A
               MOVE WS-PLACAR-GAME-ID TO WS-EXIBE-B
               STRING "PLACAR   " WS-EXIBE-A
                   " GR-GAME-ID maior que PLACAR-REG-GAME-ID ("
                   WS-EXIBE-B ")" DELIMITED BY SIZE
                   INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.

    ***  -- Toda partida decidida soma exatamente 1 no placar (VOCE ou
    ***  -- COBOL); vitorias e derrotas solo tem lado certo, o par
    ***  -- Jogador x Jogador pode ter somado em qualquer um dos dois.
       CONFERE-PLACAR.
           PERFORM CALCULA-EXPLICACAO-PLACAR.
           MOVE "N" TO WS-EXPLICADA.
           IF WS-PLACAR-LIDO = "N" THEN
               IF WS-TOTAL-REG-GR NOT = 0 THEN
                   STRING "PLACAR   00000 placar.txt ausente ou "
                       "ilegivel com game-result preenchido"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
           ELSE
               COMPUTE WS-PLACAR-SOMA =
               COMPUTE WS-GR-SOMA =
                   WS-VIT-SOLO + WS-DER-SOLO + WS-VIT-DUPLA
               IF WS-PLACAR-SOMA NOT = WS-GR-SOMA THEN
                   COMPUTE WS-DIF = WS-GR-SOMA - WS-PLACAR-SOMA
                   MOVE "N" TO WS-EXPLICADA
                   IF WS-DIF = WS-EXP-SOMA THEN
                       MOVE "S" TO WS-EXPLICADA
                   END-IF
                   MOVE WS-PLACAR-SOMA TO WS-EXIBE-A
                   MOVE WS-GR-SOMA     TO WS-EXIBE-B
                   STRING "PLACAR   00000 soma do placar (" WS-EXIBE-A
                       ") difere das partidas decididas em "
                       "game-result (" WS-EXIBE-B ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
               IF WS-PLACAR-USUARIO < WS-VIT-SOLO THEN
                   COMPUTE WS-FALTA = WS-VIT-SOLO - WS-PLACAR-USUARIO
                   MOVE "N" TO WS-EXPLICADA
                   IF WS-FALTA NOT > WS-EXP-PISO-VOCE THEN
                       MOVE "S" TO WS-EXPLICADA
                   END-IF
                   MOVE WS-VIT-SOLO TO WS-EXIBE-A
                   STRING "PLACAR   00000 placar VOCE ("
                       WS-PLACAR-USUARIO ") menor que as vitorias "
                       "solo em game-result (" WS-EXIBE-A ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
               IF WS-PLACAR-COBOL < WS-DER-SOLO THEN
                   COMPUTE WS-FALTA = WS-DER-SOLO - WS-PLACAR-COBOL
                   MOVE "N" TO WS-EXPLICADA
                   IF WS-FALTA NOT > WS-EXP-PISO-COBOL THEN
                       MOVE "S" TO WS-EXPLICADA
                   END-IF
                   MOVE WS-DER-SOLO TO WS-EXIBE-A
                   STRING "PLACAR   00000 placar COBOL ("
                       WS-PLACAR-COBOL ") menor que as derrotas "
                       "solo em game-result (" WS-EXIBE-A ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-IF.

    ***  -- Percorre o log correcao a correcao (linhas contiguas com
    ***  -- a mesma data, hora e GAME-ID); so conta correcao de
    ***  -- partida da temporada aberta, a unica que mexe no placar.
       CALCULA-EXPLICACAO-PLACAR.
           MOVE 0 TO WS-EXP-SOMA.
           MOVE 0 TO WS-EXP-PISO-VOCE.
           MOVE 0 TO WS-EXP-PISO-COBOL.
           MOVE 0 TO WS-EV-LINHAS.
           PERFORM VARYING IDX-CR FROM 1 BY 1
               UNTIL IDX-CR > WS-CORR-TOTAL
               IF WS-EV-LINHAS > 0
                   AND (WS-CORR-DATA(IDX-CR) NOT = WS-EV-DATA
                   OR WS-CORR-HORA(IDX-CR) NOT = WS-EV-HORA
                   OR WS-CORR-GAME-ID(IDX-CR) NOT = WS-EV-GAME-ID)
                   THEN
                   PERFORM FECHA-EVENTO-PLACAR
               END-IF
               PERFORM ACUMULA-EVENTO-PLACAR
           END-PERFORM.
           IF WS-EV-LINHAS > 0 THEN
               PERFORM FECHA-EVENTO-PLACAR
           END-IF.

       ACUMULA-EVENTO-PLACAR.
           IF WS-EV-LINHAS = 0 THEN
               MOVE WS-CORR-DATA(IDX-CR)      TO WS-EV-DATA
               MOVE WS-CORR-HORA(IDX-CR)      TO WS-EV-HORA
               MOVE WS-CORR-GAME-ID(IDX-CR)   TO WS-EV-GAME-ID
               MOVE WS-CORR-GR-DATA(IDX-CR)   TO WS-EV-GR-DATA
               MOVE WS-CORR-PL-AJUSTE(IDX-CR) TO WS-EV-PL-AJUSTE
               MOVE "N" TO WS-EV-ANTES-V
               MOVE "N" TO WS-EV-ANTES-D
               MOVE "N" TO WS-EV-DEPOIS-V
               MOVE "N" TO WS-EV-DEPOIS-D
           END-IF.
           ADD 1 TO WS-EV-LINHAS.
           IF WS-CORR-ANTES(IDX-CR) = "V" THEN
               MOVE "S" TO WS-EV-ANTES-V
           END-IF.
           IF WS-CORR-ANTES(IDX-CR) = "D" THEN
               MOVE "S" TO WS-EV-ANTES-D
           END-IF.
           IF WS-CORR-DEPOIS(IDX-CR) = "V" THEN
               MOVE "S" TO WS-EV-DEPOIS-V
           END-IF.
           IF WS-CORR-DEPOIS(IDX-CR) = "D" THEN
               MOVE "S" TO WS-EV-DEPOIS-D
           END-IF.

    ***  -- "X": o placar ficou como estava e o game-result passou ao
    ***  -- resultado novo. "?": o ponto retirado do par casual pode
    ***  -- ter saido do COBOL (CORRECAO so tira de VOCE quando o piso
    ***  -- de VOCE aguenta).
       FECHA-EVENTO-PLACAR.
           IF WS-EV-GR-DATA >= WS-INICIO-TEMPORADA THEN
               EVALUATE WS-EV-PL-AJUSTE
                   WHEN "X"
                       PERFORM EXPLICA-PLACAR-NAO-ACERTADO
                   WHEN "?"
                       IF WS-EV-ANTES-V = "S" THEN
                           ADD 1 TO WS-EXP-PISO-COBOL
                       END-IF
               END-EVALUATE
           END-IF.
           MOVE 0 TO WS-EV-LINHAS.

    ***  -- Partida solo vale ponto com V (VOCE) ou D (COBOL); o par
    ***  -- vale ponto quando um dos lados tem V.
       EXPLICA-PLACAR-NAO-ACERTADO.
           IF WS-EV-LINHAS = 1 THEN
               IF WS-EV-ANTES-V = "S" OR WS-EV-ANTES-D = "S" THEN
                   SUBTRACT 1 FROM WS-EXP-SOMA
               END-IF
               IF WS-EV-DEPOIS-V = "S" OR WS-EV-DEPOIS-D = "S" THEN
                   ADD 1 TO WS-EXP-SOMA
               END-IF
               IF WS-EV-DEPOIS-V = "S" AND WS-EV-ANTES-V = "N" THEN
                   ADD 1 TO WS-EXP-PISO-VOCE
               END-IF
               IF WS-EV-DEPOIS-D = "S" AND WS-EV-ANTES-D = "N" THEN
                   ADD 1 TO WS-EXP-PISO-COBOL
               END-IF
           ELSE
               IF WS-EV-ANTES-V = "S" THEN
                   SUBTRACT 1 FROM WS-EXP-SOMA
               END-IF
               IF WS-EV-DEPOIS-V = "S" THEN
                   ADD 1 TO WS-EXP-SOMA
               END-IF
           END-IF.

    ***  -- Grava uma linha do relatorio; divergencia explicada por
    ***  -- correcao do arbitro sai com ORIGEM EXPLIC e conta a parte.
       GRAVA-EXCECAO.
           IF WS-EXPLICADA = "S" THEN
               MOVE "EXPLIC   " TO EXCECAO-LINHA(1:9)
               ADD 1 TO WS-TOTAL-EXPLICADAS
           ELSE
               ADD 1 TO WS-TOTAL-EXCECOES
           END-IF.
           WRITE EXCECAO-LINHA.
           MOVE SPACES TO EXCECAO-LINHA.

       END PROGRAM JOGO-DA-VELHA-AUDITORIA.
