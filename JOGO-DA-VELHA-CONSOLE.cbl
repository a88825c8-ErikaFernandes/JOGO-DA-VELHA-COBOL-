      * Purpose: Console de operacao da recepcao: um unico menu com
      *          todas as funcoes do sistema (jogo, cadastro, torneio,
      *          rating, replay, catalogo, extrato, perfil,
      *          reconciliacao, auditoria, fechamento, correcao de
      *          resultado, cadeia noturna, venda de creditos,
      *          fechamento de caixa, apagamento LGPD, relatorio de
      *          aberturas, confronto direto, encerramento da
      *          temporada e roll-forward do redo log), para a equipe
      *          nao precisar decorar qual executavel abre o que nem a
      *          ordem dos batches noturnos.
      *          Pede o ID e o PIN do operador uma vez no inicio da
      *          sessao, conferidos no operador-master.dat (mantido
      *          pelo JOGO-DA-VELHA-OPERADOR), e mostra e aceita so as
      *          funcoes do perfil do operador (recepcao, arbitro,
      *          supervisor - coluna PERFIS da tabela do menu).
      *          Grava em sessao-journal.txt um registro por execucao
      *          (operador, programa, data, hora de inicio, hora de
      *          fim e se terminou normalmente), para de manha dar
      *          para saber quem rodou o fechamento e se o PERFIL
      *          completou antes da primeira partida, e um registro
      *          com JR-STATUS "R" para cada tentativa recusada
      *          (login invalido ou funcao fora do perfil).
      *          Cada programa continua sendo um executavel proprio
      *          (Tectonics: cobc em cada fonte); o console dispara o
      *          executavel via CALL "SYSTEM" e confere o codigo de
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-JOURNAL.

       SELECT OPERADOR-MASTER ASSIGN TO 'operador-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS OP-ID
       FILE STATUS IS WS-FS-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       FD SESSAO-JOURNAL.
           05 JR-HORA-INI  PIC 9(6).
           05 JR-HORA-FIM  PIC 9(6).
           05 JR-STATUS    PIC X(1).
           05 JR-ACAO      PIC X(20).

       FD OPERADOR-MASTER.
       01 OPERADOR-MASTER-ARQUIVO.
           05 OP-ID            PIC X(5).
           05 OP-NOME          PIC X(30).
           05 OP-PERFIL        PIC X(1).
           05 OP-PIN           PIC X(4).
           05 OP-ATIVO         PIC X(1).
           05 OP-DATA-CADASTRO PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-JOURNAL  PIC X(2) VALUE "00".
       01 WS-FS-OPERADOR PIC X(2) VALUE "00".

       01 WS-OPCAO PIC X(2).
       01 WS-FIM   PIC X(1) VALUE "N".

       01 WS-OPERADOR-ID     PIC X(5) VALUE SPACES.
       01 WS-OPERADOR-PIN    PIC X(4).
       01 WS-OPERADOR-PERFIL PIC X(1) VALUE SPACE.
       01 WS-OPERADOR-NOME   PIC X(30) VALUE SPACES.
       01 WS-PERFIL-NOME     PIC X(10).
       01 WS-LOGIN-OK        PIC X(1) VALUE "N".
       01 WS-LOGIN-TENTATIVAS PIC 9(1) VALUE 0.
       01 WS-OP-QTD          PIC 9(5) VALUE 0.
       01 WS-EOF-OPERADOR    PIC X(1) VALUE "N".
       01 WS-ACAO-RECUSA     PIC X(20) VALUE SPACES.

    ************* MENU POR PERFIL ------------------------------------
    ***  -- Uma linha por funcao: numero da opcao, perfis que podem
    ***  -- usar (R recepcao, A arbitro, S supervisor), texto do menu
    ***  -- e executavel. Batches noturnos, correcoes e manutencao so
    ***  -- para supervisor; arbitro fica com as funcoes de partida e
    ***  -- torneio; recepcao com atendimento, cadastro e creditos.
       01 WS-MENU-VALORES.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE "Jogo da velha (atendimento)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE "Cadastro de jogadores".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CADASTRO".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE "Torneio mensal".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-TORNEIO".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE "Rating Elo (batch noturno)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-RATING".
           05 FILLER PIC 9(2)  VALUE 5.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE "Replay de partida".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-REPLAY".
           05 FILLER PIC 9(2)  VALUE 6.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE "Catalogo de archives".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CATALOGO".
           05 FILLER PIC 9(2)  VALUE 7.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE "Extrato de jogadas (CSV)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-EXTRATO".
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Perfis de jogadores (batch noturno)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-PERFIL".
           05 FILLER PIC 9(2)  VALUE 9.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Reconciliacao do journal de jogadas".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-RECONCILIA".
           05 FILLER PIC 9(2)  VALUE 10.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE "Auditoria cruzada".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-AUDITORIA".
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE "Fechamento de fim de dia".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-FECHAMENTO".
           05 FILLER PIC 9(2)  VALUE 12.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE "Extrato mensal por jogador".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-EXTRATO-MENSAL".
           05 FILLER PIC 9(2)  VALUE 13.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE
               "Relatorio de jogo lento (relogio)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-RELOGIO".
           05 FILLER PIC 9(2)  VALUE 14.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE
               "Checagem de saude da manha (GO/NO-GO)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-SAUDE".
           05 FILLER PIC 9(2)  VALUE 15.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE "Conquistas dos jogadores".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CONQUISTAS".
           05 FILLER PIC 9(2)  VALUE 16.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE
               "Monitor de fair-play (torneio)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-MONITOR".
           05 FILLER PIC 9(2)  VALUE 17.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Feed diario da intranet (apos o fechamento)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-FEED".
           05 FILLER PIC 9(2)  VALUE 18.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Conversao bloqueio/ataque para o journal (uma vez)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CONVERTE-JOGADAS".
           05 FILLER PIC 9(2)  VALUE 19.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE
               "Correcao de resultado (arbitro)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CORRECAO".
           05 FILLER PIC 9(2)  VALUE 20.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE "Cadeia noturna (batch)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-NOTURNO".
           05 FILLER PIC 9(2)  VALUE 21.
           05 FILLER PIC X(3)  VALUE "R S".
           05 FILLER PIC X(50) VALUE
               "Venda de creditos (recepcao)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CREDITOS".
           05 FILLER PIC 9(2)  VALUE 22.
           05 FILLER PIC X(3)  VALUE "R S".
           05 FILLER PIC X(50) VALUE
               "Fechamento de caixa (creditos)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CAIXA".
           05 FILLER PIC 9(2)  VALUE 23.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Cadastro de operadores (supervisor)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-OPERADOR".
           05 FILLER PIC 9(2)  VALUE 24.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Apagamento de dados pessoais - LGPD (supervisor)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-LGPD".
           05 FILLER PIC 9(2)  VALUE 25.
           05 FILLER PIC X(3)  VALUE " AS".
           05 FILLER PIC X(50) VALUE
               "Relatorio de aberturas (estatistica)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-ABERTURAS".
           05 FILLER PIC 9(2)  VALUE 26.
           05 FILLER PIC X(3)  VALUE "RAS".
           05 FILLER PIC X(50) VALUE
               "Confronto direto entre dois jogadores".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-CONFRONTO".
           05 FILLER PIC 9(2)  VALUE 27.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Encerramento da temporada anual (supervisor)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-TEMPORADA".
           05 FILLER PIC 9(2)  VALUE 28.
           05 FILLER PIC X(3)  VALUE "  S".
           05 FILLER PIC X(50) VALUE
               "Roll-forward do redo log apos restore (supervisor)".
           05 FILLER PIC X(30) VALUE "JOGO-DA-VELHA-REDO".
       01 WS-MENU REDEFINES WS-MENU-VALORES.
           05 WS-MENU-ITEM OCCURS 28 TIMES.
               10 WS-MENU-NUM      PIC 9(2).
               10 WS-MENU-PERFIS   PIC X(3).
               10 WS-MENU-TEXTO    PIC X(50).
               10 WS-MENU-PROGRAMA PIC X(30).
       01 WS-MENU-QTD       PIC 9(2) VALUE 28.
       01 WS-MENU-IDX       PIC 9(2).
       01 WS-MENU-NUM-EXIBE PIC Z9.
       01 WS-MENU-PERMITE   PIC 9(1).
       01 WS-OPCAO-NUM      PIC 9(2).

       01 WS-PROGRAMA-ESCOLHIDO PIC X(30) VALUE SPACES.
       01 WS-COMANDO            PIC X(40) VALUE SPACES.
           DISPLAY "  Fim da sessao do operador " WS-OPERADOR-ID ".".
           STOP RUN.

    ***  -- ID + PIN conferidos no operador-master.dat: operador
    ***  -- ativo, PIN certo. Tres tentativas e a sessao termina. Com
    ***  -- o cadastro de operadores vazio (primeira vez) o console
    ***  -- abre direto o JOGO-DA-VELHA-OPERADOR para incluir o
    ***  -- primeiro supervisor.
       PEDE-OPERADOR.
           PERFORM CONTA-OPERADORES.
           IF WS-OP-QTD = 0 THEN
               DISPLAY " "
               DISPLAY "  Nenhum operador cadastrado."
               MOVE "JOGO-DA-VELHA-OPERADOR" TO WS-PROGRAMA-ESCOLHIDO
               PERFORM EXECUTA-PROGRAMA
               PERFORM CONTA-OPERADORES
           END-IF.
           MOVE "N" TO WS-LOGIN-OK.
           MOVE 0 TO WS-LOGIN-TENTATIVAS.
           PERFORM UNTIL WS-LOGIN-OK = "S" OR WS-LOGIN-TENTATIVAS = 3
               OR WS-OP-QTD = 0
               MOVE SPACES TO WS-OPERADOR-ID
               PERFORM UNTIL WS-OPERADOR-ID NOT = SPACES
                   DISPLAY " "
                   DISPLAY "  ID do operador (ate 5 caracteres) : "
                   ACCEPT WS-OPERADOR-ID
               END-PERFORM
               DISPLAY "  PIN : "
               ACCEPT WS-OPERADOR-PIN
               PERFORM VALIDA-OPERADOR
               IF WS-LOGIN-OK = "N" THEN
                   ADD 1 TO WS-LOGIN-TENTATIVAS
                   DISPLAY "  Operador inexistente, inativo ou PIN "
                       "errado."
                   MOVE "JOGO-DA-VELHA-CONSOLE" TO WS-PROGRAMA-ESCOLHIDO
                   MOVE "LOGIN" TO WS-ACAO-RECUSA
                   PERFORM GRAVA-RECUSA-JOURNAL
               END-IF
           END-PERFORM.
           IF WS-LOGIN-OK = "N" THEN
               DISPLAY " "
               DISPLAY "  Sessao nao aberta - procure o supervisor."
               STOP RUN
           END-IF.
           EVALUATE WS-OPERADOR-PERFIL
               WHEN "R"
                   MOVE "recepcao"   TO WS-PERFIL-NOME
               WHEN "A"
                   MOVE "arbitro"    TO WS-PERFIL-NOME
               WHEN OTHER
                   MOVE "supervisor" TO WS-PERFIL-NOME
           END-EVALUATE.

       CONTA-OPERADORES.
           MOVE 0 TO WS-OP-QTD.
           MOVE "N" TO WS-EOF-OPERADOR.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               PERFORM UNTIL WS-EOF-OPERADOR = "Y"
                   READ OPERADOR-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF-OPERADOR
                       NOT AT END ADD 1 TO WS-OP-QTD
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER
           END-IF.

       VALIDA-OPERADOR.
           MOVE "N" TO WS-LOGIN-OK.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               MOVE WS-OPERADOR-ID TO OP-ID
               READ OPERADOR-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-ATIVO = "S" AND OP-PIN = WS-OPERADOR-PIN
                           THEN
                           MOVE "S"       TO WS-LOGIN-OK
                           MOVE OP-PERFIL TO WS-OPERADOR-PERFIL
                           MOVE OP-NOME   TO WS-OPERADOR-NOME
                       END-IF
               END-READ
               CLOSE OPERADOR-MASTER
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "  Operador " WS-OPERADOR-ID " - perfil "
               WS-PERFIL-NOME.
           DISPLAY "  Escolha a funcao :".
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
               UNTIL WS-MENU-IDX > WS-MENU-QTD
               PERFORM VERIFICA-PERMISSAO
               IF WS-MENU-PERMITE > 0 THEN
                   MOVE WS-MENU-NUM(WS-MENU-IDX) TO WS-MENU-NUM-EXIBE
                   DISPLAY "  " WS-MENU-NUM-EXIBE " - "
                       WS-MENU-TEXTO(WS-MENU-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "  99 - Sair".
           ACCEPT WS-OPCAO.
           MOVE SPACES TO WS-PROGRAMA-ESCOLHIDO.
           MOVE 0 TO WS-OPCAO-NUM.
           IF WS-OPCAO(1:1) IS NUMERIC AND WS-OPCAO(2:1) = SPACE THEN
               MOVE WS-OPCAO(1:1) TO WS-OPCAO-NUM
           END-IF.
           IF WS-OPCAO IS NUMERIC THEN
               MOVE WS-OPCAO TO WS-OPCAO-NUM
           END-IF.
           IF WS-OPCAO-NUM = 99 THEN
               MOVE "S" TO WS-FIM
           ELSE
               IF WS-OPCAO-NUM < 1 OR WS-OPCAO-NUM > WS-MENU-QTD THEN
                   DISPLAY "  OPCAO INVALIDA"
               ELSE
                   MOVE WS-OPCAO-NUM TO WS-MENU-IDX
                   PERFORM VERIFICA-PERMISSAO
                   IF WS-MENU-PERMITE > 0 THEN
                       MOVE WS-MENU-PROGRAMA(WS-MENU-IDX)
                           TO WS-PROGRAMA-ESCOLHIDO
                   ELSE
                       DISPLAY "  Funcao nao permitida para o perfil "
                           WS-PERFIL-NOME
                       MOVE WS-MENU-PROGRAMA(WS-MENU-IDX)
                           TO WS-PROGRAMA-ESCOLHIDO
                       MOVE "MENU FORA DO PERFIL" TO WS-ACAO-RECUSA
                       PERFORM GRAVA-RECUSA-JOURNAL
                       MOVE SPACES TO WS-PROGRAMA-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.
           IF WS-PROGRAMA-ESCOLHIDO NOT = SPACES THEN
               PERFORM EXECUTA-PROGRAMA
           END-IF.

       VERIFICA-PERMISSAO.
           MOVE 0 TO WS-MENU-PERMITE.
           INSPECT WS-MENU-PERFIS(WS-MENU-IDX) TALLYING WS-MENU-PERMITE
               FOR ALL WS-OPERADOR-PERFIL.

    ***  -- Dispara o executavel escolhido como processo proprio (os
    ***  -- programas terminam com STOP RUN, entao um CALL direto
    ***  -- derrubaria o console junto) e anota no journal o inicio,
    ***  -- Journal e cumulativo (OPEN EXTEND com queda para OUTPUT na
    ***  -- primeira vez, como GRAVA-GAME-RESULT no programa
    ***  -- principal): JR-STATUS "N" = terminou normalmente,
    ***  -- "A" = codigo de retorno diferente de zero, "R" = tentativa
    ***  -- recusada (GRAVA-RECUSA-JOURNAL aqui e nos programas com
    ***  -- acao restrita a supervisor).
       GRAVA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
           MOVE WS-HORA-INI           TO JR-HORA-INI.
           MOVE WS-HORA-FIM           TO JR-HORA-FIM.
           MOVE WS-TERMINO            TO JR-STATUS.
           MOVE SPACES                TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

    ***  -- Tentativa recusada, no mesmo journal: JR-STATUS "R" e
    ***  -- JR-ACAO com o que foi tentado (hora de inicio = fim).
       GRAVA-RECUSA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
               OPEN OUTPUT SESSAO-JOURNAL
           END-IF.
           MOVE WS-OPERADOR-ID        TO JR-OPERADOR.
           MOVE WS-PROGRAMA-ESCOLHIDO TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI           TO JR-HORA-FIM.
           MOVE "R"                   TO JR-STATUS.
           MOVE WS-ACAO-RECUSA        TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

