      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Fechamento de caixa dos creditos pre-pagos de mesa,
      *          no fim do dia (substitui a conferencia manual do
      *          papel da recepcao contra o relatorio do FECHAMENTO):
      *          - creditos vendidos por forma de pagamento (dinheiro,
      *            cartao, PIX), com cada venda e o operador;
      *          - creditos consumidos: debitos lancados pelo jogo
      *            contra os registros de game-result.txt gravados
      *            desde o fechamento de caixa anterior (um credito
      *            por jogador por partida, chave GAME-ID + PLAYER-ID);
      *          - saldo por jogador: saldo anterior + vendido -
      *            consumido, transportado para creditos-saldo.txt;
      *          - excecoes: partida sem debito e debito sem partida,
      *            no relatorio e em caixa-excecoes.txt (mesmo layout
      *            ORIGEM/CHAVE/MOTIVO do MONITOR e da AUDITORIA).
      *          O movimento fechado e acrescentado ao arquivo do dia
      *          creditos-movimento-AAAAMMDD.txt (anotado em
      *          creditos-catalogo.txt, como o archive-catalogo.txt das
      *          jogadas) e o creditos-movimento.txt recomeca so com
      *          o que o jogo ou a recepcao gravou depois da leitura
      *          (esses registros nao entraram no relatorio e ficam
      *          para o proximo fechamento); a data e hora do
      *          fechamento ficam em caixa-controle.txt e marcam o
      *          inicio do periodo seguinte. Partida anulada pelo
      *          arbitro (GR-RESULTADO "A") continua cobrada: a mesa
      *          foi usada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-CAIXA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CREDITOS-MOVIMENTO ASSIGN TO 'creditos-movimento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-MOV.

       SELECT CREDITOS-SALDO ASSIGN TO 'creditos-saldo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-SALDO.

    ***  -- Movimento fechado, acumulado por dia de fechamento.
       SELECT MOVIMENTO-ARQUIVADO
       ASSIGN TO DYNAMIC WS-NOME-ARQ-MOVIMENTO
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-MOV-ARQ.

    ***  -- Movimento gravado depois da leitura, guardado enquanto o
    ***  -- creditos-movimento.txt e recriado.
       SELECT CREDITOS-MOVIMENTO-WORK
       ASSIGN TO 'creditos-movimento-work.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-WORK.

    ***  -- Um registro por arquivamento: quais arquivos do dia
    ***  -- existem, para quem precisa percorrer o movimento antigo.
       SELECT CREDITOS-CATALOGO ASSIGN TO 'creditos-catalogo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-CAT.

       SELECT GAME-RESULT ASSIGN TO 'game-result.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-GAME-RESULT.

       SELECT CAIXA-CONTROLE ASSIGN TO 'caixa-controle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

       SELECT CAIXA-RELATORIO ASSIGN TO 'caixa-relatorio.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-RELATORIO.

       SELECT EXCECAO-RELATORIO ASSIGN TO 'caixa-excecoes.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
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

       FD MOVIMENTO-ARQUIVADO.
       01 MOVIMENTO-ARQUIVADO-REG PIC X(44).

       FD CREDITOS-MOVIMENTO-WORK.
       01 CREDITOS-MOVIMENTO-WORK-REG PIC X(44).

       FD CREDITOS-CATALOGO.
       01 CREDITOS-CATALOGO-ARQUIVO.
           05 CC-NOME-ARQ PIC X(40).
           05 CC-DATA     PIC 9(8).
           05 CC-HORA     PIC 9(6).
           05 CC-QTD-REG  PIC 9(7).

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

       FD CAIXA-CONTROLE.
       01 CAIXA-CONTROLE-ARQUIVO.
           05 CX-DATA PIC 9(8).
           05 CX-HORA PIC 9(6).

       FD CAIXA-RELATORIO.
       01 RELATORIO-LINHA PIC X(80).

       FD EXCECAO-RELATORIO.
       01 EXCECAO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CRED-MOV    PIC X(2) VALUE "00".
       01 WS-FS-CRED-SALDO  PIC X(2) VALUE "00".
       01 WS-FS-MOV-ARQ     PIC X(2) VALUE "00".
       01 WS-FS-CRED-CAT    PIC X(2) VALUE "00".
       01 WS-FS-CRED-WORK   PIC X(2) VALUE "00".
       01 WS-FS-GAME-RESULT PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE    PIC X(2) VALUE "00".
       01 WS-FS-RELATORIO   PIC X(2) VALUE "00".
       01 WS-FS-EXCECAO     PIC X(2) VALUE "00".

       01 WS-EOF PIC X(1) VALUE "N".
       01 WS-NOME-ARQ-MOVIMENTO PIC X(40) VALUE SPACES.
       01 WS-QTD-ARQUIVADA      PIC 9(7) VALUE 0.
       01 WS-QTD-LIDA           PIC 9(7) VALUE 0.
       01 WS-QTD-TRANSPORTADA   PIC 9(7) VALUE 0.

       01 WS-DATA-HOJE PIC 9(8).
       01 WS-HORA-AGORA PIC 9(6).

    ************* PERIODO ---------------------------------------------
    ***  -- Data e hora (AAAAMMDDHHMMSS) do fechamento anterior. Sem
    ***  -- fechamento anterior o periodo comeca no primeiro
    ***  -- movimento de creditos (a cobranca comecou ali).
       01 WS-ANT-LIDO   PIC X(1) VALUE "N".
       01 WS-INICIO-TS  PIC 9(14) VALUE 0.
       01 WS-INICIO-DATA PIC 9(8) VALUE 0.
       01 WS-INICIO-HORA PIC 9(6) VALUE 0.
       01 WS-REG-TS     PIC 9(14).

    ************* SALDOS POR JOGADOR ----------------------------------
       01 WS-SJ-TAB OCCURS 500 TIMES.
           05 WS-SJ-ID        PIC X(5).
           05 WS-SJ-ABERTURA  PIC S9(5).
           05 WS-SJ-VENDIDO   PIC 9(5).
           05 WS-SJ-CONSUMIDO PIC 9(5).
           05 WS-SJ-SALDO     PIC S9(5).
       01 WS-SJ-QTD    PIC 9(3) VALUE 0.
       01 WS-SJ-MAX    PIC 9(3) VALUE 500.
       01 WS-SJ-IDX    PIC 9(3).
       01 WS-SJ-ACHADO PIC 9(3).
       01 WS-SJ-BUSCA  PIC X(5).
       01 WS-SJ-CHEIO  PIC X(1) VALUE "N".

    ************* VENDAS POR FORMA DE PAGAMENTO -----------------------
    ***  -- 1 dinheiro, 2 cartao, 3 PIX, 4 forma desconhecida no
    ***  -- arquivo (digitada fora do programa de venda).
       01 WS-FP-NOMES-VALORES.
           05 FILLER PIC X(9) VALUE "DDINHEIRO".
           05 FILLER PIC X(9) VALUE "CCARTAO  ".
           05 FILLER PIC X(9) VALUE "PPIX     ".
           05 FILLER PIC X(9) VALUE "?OUTRA   ".
       01 WS-FP-NOMES REDEFINES WS-FP-NOMES-VALORES.
           05 WS-FP-NOME-TAB OCCURS 4 TIMES.
               10 WS-FP-CODIGO PIC X(1).
               10 WS-FP-NOME   PIC X(8).
       01 WS-FP-TOTAIS OCCURS 4 TIMES.
           05 WS-FP-VENDAS   PIC 9(5).
           05 WS-FP-CREDITOS PIC 9(7).
           05 WS-FP-VALOR    PIC 9(7)V99.
       01 WS-FP-IDX PIC 9(1).

       01 WS-TOT-VENDAS   PIC 9(5) VALUE 0.
       01 WS-TOT-VENDIDOS PIC 9(7) VALUE 0.
       01 WS-TOT-VALOR    PIC 9(7)V99 VALUE 0.

    ************* DEBITOS x PARTIDAS ----------------------------------
       01 WS-DB-TAB OCCURS 3000 TIMES.
           05 WS-DB-GAME-ID   PIC 9(5).
           05 WS-DB-PLAYER-ID PIC X(5).
           05 WS-DB-QTD       PIC 9(5).
           05 WS-DB-CASADO    PIC X(1).
       01 WS-DB-QTD-TAB PIC 9(4) VALUE 0.
       01 WS-DB-MAX     PIC 9(4) VALUE 3000.
       01 WS-DB-IDX     PIC 9(4).
       01 WS-DB-ACHADO  PIC 9(4).

       01 WS-TOT-DEBITOS    PIC 9(7) VALUE 0.
       01 WS-TOT-GR-PERIODO PIC 9(7) VALUE 0.
       01 WS-TOT-PARTIDAS   PIC 9(7) VALUE 0.
       01 WS-ULT-GAME-ID-GR PIC 9(5) VALUE 0.
       01 WS-TOT-EXCECOES   PIC 9(5) VALUE 0.
       01 WS-TOT-MOVIMENTOS PIC 9(7) VALUE 0.

       01 WS-TOT-ABERTURA  PIC S9(7) VALUE 0.
       01 WS-TOT-CONSUMIDO PIC 9(7) VALUE 0.
       01 WS-TOT-SALDO     PIC S9(7) VALUE 0.

    ************* EDICAO ----------------------------------------------
       01 WS-GAME-ID-EXIBE PIC 9(5).
       01 WS-QTD-EXIBE     PIC Z(6)9.
       01 WS-QTD-EXIBE-2   PIC Z(6)9.
       01 WS-QTD-EXIBE-3   PIC Z(6)9.
       01 WS-SALDO-EXIBE   PIC -(6)9.
       01 WS-SALDO-EXIBE-2 PIC -(6)9.
       01 WS-VALOR-EXIBE   PIC Z(6)9.99.

       01 WS-SALDO-DET.
           05 WS-SD-ID        PIC X(5).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-SD-ABERTURA  PIC -(6)9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-SD-VENDIDO   PIC Z(6)9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-SD-CONSUMIDO PIC Z(6)9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 WS-SD-SALDO     PIC -(6)9.

       01 WS-VENDA-DET.
           05 WS-VD-DATA     PIC 9(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-VD-HORA     PIC 9(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-VD-ID       PIC X(5).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-VD-QTD      PIC Z(4)9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-VD-VALOR    PIC Z(4)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-VD-FORMA    PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-VD-OPERADOR PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-AGORA.
           DISPLAY " ".
           DISPLAY "  Fechamento de caixa dos creditos - "
               WS-DATA-HOJE.

           PERFORM LE-CONTROLE-ANTERIOR.
           PERFORM CARREGA-SALDOS-ANTERIORES.

           OPEN OUTPUT CAIXA-RELATORIO.
           OPEN OUTPUT EXCECAO-RELATORIO.
           MOVE "ORIGEM   CHAVE  MOTIVO" TO EXCECAO-LINHA.
           WRITE EXCECAO-LINHA.

           MOVE SPACES TO RELATORIO-LINHA.
           STRING "FECHAMENTO DE CAIXA (CREDITOS) DE " WS-DATA-HOJE
               " " WS-HORA-AGORA
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

           PERFORM LE-MOVIMENTO.
           PERFORM IMPRIME-PERIODO.
           PERFORM IMPRIME-VENDAS-POR-FORMA.
           PERFORM CONFERE-PARTIDAS.
           PERFORM IMPRIME-CONSUMO.
           PERFORM IMPRIME-SALDOS.
           PERFORM IMPRIME-TOTAL-EXCECOES.

           CLOSE EXCECAO-RELATORIO.
           CLOSE CAIXA-RELATORIO.

           PERFORM GRAVA-SALDOS.
           PERFORM ARQUIVA-MOVIMENTO.
           PERFORM GRAVA-CONTROLE.

           DISPLAY " ".
           DISPLAY "  Fechamento de caixa concluido - "
               "caixa-relatorio.txt / caixa-excecoes.txt".
           STOP RUN.

       LE-CONTROLE-ANTERIOR.
           OPEN INPUT CAIXA-CONTROLE.
           IF WS-FS-CONTROLE = "00" THEN
               READ CAIXA-CONTROLE
                   AT END CONTINUE
               END-READ
               IF WS-FS-CONTROLE = "00" THEN
                   MOVE "S" TO WS-ANT-LIDO
                   MOVE CX-DATA TO WS-INICIO-DATA
                   MOVE CX-HORA TO WS-INICIO-HORA
                   COMPUTE WS-INICIO-TS =
                       CX-DATA * 1000000 + CX-HORA
               END-IF
               CLOSE CAIXA-CONTROLE
           END-IF.

    ***  -- Saldo transportado: pode haver mais de uma linha por ID
    ***  -- (unificacao de IDs no CADASTRO), entao soma.
       CARREGA-SALDOS-ANTERIORES.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDITOS-SALDO.
           IF WS-FS-CRED-SALDO = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ CREDITOS-SALDO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE CS-PLAYER-ID TO WS-SJ-BUSCA
                           PERFORM LOCALIZA-JOGADOR
                           IF WS-SJ-ACHADO NOT = 0 THEN
                               ADD CS-SALDO
                                   TO WS-SJ-ABERTURA(WS-SJ-ACHADO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-SALDO
           END-IF.

    ***  -- Localiza (ou inclui) o jogador WS-SJ-BUSCA na tabela de
    ***  -- saldos; WS-SJ-ACHADO = 0 so com a tabela cheia.
       LOCALIZA-JOGADOR.
           MOVE 0 TO WS-SJ-ACHADO.
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
               UNTIL WS-SJ-IDX > WS-SJ-QTD OR WS-SJ-ACHADO NOT = 0
               IF WS-SJ-ID(WS-SJ-IDX) = WS-SJ-BUSCA THEN
                   MOVE WS-SJ-IDX TO WS-SJ-ACHADO
               END-IF
           END-PERFORM.
           IF WS-SJ-ACHADO = 0 THEN
               IF WS-SJ-QTD < WS-SJ-MAX THEN
                   ADD 1 TO WS-SJ-QTD
                   MOVE WS-SJ-QTD   TO WS-SJ-ACHADO
                   MOVE WS-SJ-BUSCA TO WS-SJ-ID(WS-SJ-QTD)
                   MOVE 0 TO WS-SJ-ABERTURA(WS-SJ-QTD)
                   MOVE 0 TO WS-SJ-VENDIDO(WS-SJ-QTD)
                   MOVE 0 TO WS-SJ-CONSUMIDO(WS-SJ-QTD)
                   MOVE 0 TO WS-SJ-SALDO(WS-SJ-QTD)
               ELSE
                   MOVE "S" TO WS-SJ-CHEIO
               END-IF
           END-IF.

    ***  -- Le o movimento desde o fechamento anterior: vendas somam
    ***  -- por forma de pagamento e por jogador (e saem listadas);
    ***  -- debitos somam por jogador e guardam a chave para conferir
    ***  -- contra game-result.txt.
       LE-MOVIMENTO.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1 UNTIL WS-FP-IDX > 4
               MOVE 0 TO WS-FP-VENDAS(WS-FP-IDX)
               MOVE 0 TO WS-FP-CREDITOS(WS-FP-IDX)
               MOVE 0 TO WS-FP-VALOR(WS-FP-IDX)
           END-PERFORM.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "VENDAS DO PERIODO" TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "DATA     HORA    JOGADOR CRED     VALOR  "
               "FORMA     OPER"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDITOS-MOVIMENTO.
           IF WS-FS-CRED-MOV = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ CREDITOS-MOVIMENTO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM PROCESSA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-MOVIMENTO
           END-IF.
           IF WS-TOT-VENDAS = 0 THEN
               MOVE "  (nenhuma venda)" TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.

       PROCESSA-MOVIMENTO.
           ADD 1 TO WS-TOT-MOVIMENTOS.
           COMPUTE WS-REG-TS = CM-DATA * 1000000 + CM-HORA.
           IF WS-ANT-LIDO = "N" THEN
               IF WS-INICIO-TS = 0 OR WS-REG-TS < WS-INICIO-TS THEN
                   MOVE WS-REG-TS TO WS-INICIO-TS
                   MOVE CM-DATA TO WS-INICIO-DATA
                   MOVE CM-HORA TO WS-INICIO-HORA
               END-IF
           END-IF.
           MOVE CM-PLAYER-ID TO WS-SJ-BUSCA.
           PERFORM LOCALIZA-JOGADOR.
           EVALUATE CM-TIPO
               WHEN "V"
                   PERFORM PROCESSA-VENDA
               WHEN "D"
                   PERFORM PROCESSA-DEBITO
           END-EVALUATE.

       PROCESSA-VENDA.
           MOVE 4 TO WS-FP-IDX.
           EVALUATE CM-FORMA
               WHEN "D"
                   MOVE 1 TO WS-FP-IDX
               WHEN "C"
                   MOVE 2 TO WS-FP-IDX
               WHEN "P"
                   MOVE 3 TO WS-FP-IDX
           END-EVALUATE.
           ADD 1        TO WS-FP-VENDAS(WS-FP-IDX).
           ADD CM-QTD   TO WS-FP-CREDITOS(WS-FP-IDX).
           ADD CM-VALOR TO WS-FP-VALOR(WS-FP-IDX).
           ADD 1        TO WS-TOT-VENDAS.
           ADD CM-QTD   TO WS-TOT-VENDIDOS.
           ADD CM-VALOR TO WS-TOT-VALOR.
           IF WS-SJ-ACHADO NOT = 0 THEN
               ADD CM-QTD TO WS-SJ-VENDIDO(WS-SJ-ACHADO)
           END-IF.
           MOVE CM-DATA      TO WS-VD-DATA.
           MOVE CM-HORA      TO WS-VD-HORA.
           MOVE CM-PLAYER-ID TO WS-VD-ID.
           MOVE CM-QTD       TO WS-VD-QTD.
           MOVE CM-VALOR     TO WS-VD-VALOR.
           MOVE WS-FP-NOME(WS-FP-IDX) TO WS-VD-FORMA.
           MOVE CM-OPERADOR  TO WS-VD-OPERADOR.
           MOVE WS-VENDA-DET TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       PROCESSA-DEBITO.
           ADD CM-QTD TO WS-TOT-DEBITOS.
           IF WS-SJ-ACHADO NOT = 0 THEN
               ADD CM-QTD TO WS-SJ-CONSUMIDO(WS-SJ-ACHADO)
           END-IF.
           IF WS-DB-QTD-TAB < WS-DB-MAX THEN
               ADD 1 TO WS-DB-QTD-TAB
               MOVE CM-GAME-ID   TO WS-DB-GAME-ID(WS-DB-QTD-TAB)
               MOVE CM-PLAYER-ID TO WS-DB-PLAYER-ID(WS-DB-QTD-TAB)
               MOVE CM-QTD       TO WS-DB-QTD(WS-DB-QTD-TAB)
               MOVE "N"          TO WS-DB-CASADO(WS-DB-QTD-TAB)
           END-IF.

       IMPRIME-PERIODO.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO RELATORIO-LINHA.
           IF WS-ANT-LIDO = "S" THEN
               STRING "Periodo desde o fechamento de caixa anterior : "
                   WS-INICIO-DATA " " WS-INICIO-HORA
                   DELIMITED BY SIZE INTO RELATORIO-LINHA
           ELSE
               IF WS-INICIO-TS = 0 THEN
                   MOVE "Primeiro fechamento de caixa - sem movimento."
                       TO RELATORIO-LINHA
               ELSE
                   STRING "Primeiro fechamento - periodo desde o "
                       "primeiro movimento : "
                       WS-INICIO-DATA " " WS-INICIO-HORA
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
               END-IF
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-VENDAS-POR-FORMA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "VENDAS POR FORMA DE PAGAMENTO" TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1 UNTIL WS-FP-IDX > 4
               IF WS-FP-IDX < 4 OR WS-FP-VENDAS(WS-FP-IDX) > 0 THEN
                   MOVE WS-FP-VENDAS(WS-FP-IDX)   TO WS-QTD-EXIBE
                   MOVE WS-FP-CREDITOS(WS-FP-IDX) TO WS-QTD-EXIBE-2
                   MOVE WS-FP-VALOR(WS-FP-IDX)    TO WS-VALOR-EXIBE
                   MOVE SPACES TO RELATORIO-LINHA
                   STRING "  " WS-FP-NOME(WS-FP-IDX) " : "
                       WS-QTD-EXIBE " venda(s) " WS-QTD-EXIBE-2
                       " credito(s)  R$ " WS-VALOR-EXIBE
                       DELIMITED BY SIZE INTO RELATORIO-LINHA
                   PERFORM GRAVA-LINHA-RELATORIO
               END-IF
           END-PERFORM.
           MOVE WS-TOT-VENDAS   TO WS-QTD-EXIBE.
           MOVE WS-TOT-VENDIDOS TO WS-QTD-EXIBE-2.
           MOVE WS-TOT-VALOR    TO WS-VALOR-EXIBE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  TOTAL    : " WS-QTD-EXIBE " venda(s) "
               WS-QTD-EXIBE-2 " credito(s)  R$ " WS-VALOR-EXIBE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

    ***  -- Cada registro de game-result.txt gravado depois do
    ***  -- fechamento anterior deve ter um debito do mesmo jogador
    ***  -- com o mesmo GAME-ID; o que sobrar dos dois lados e excecao.
       CONFERE-PARTIDAS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "EXCECOES" TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "N" TO WS-EOF.
           IF WS-INICIO-TS NOT = 0 THEN
               OPEN INPUT GAME-RESULT
               IF WS-FS-GAME-RESULT = "00" THEN
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GAME-RESULT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM CONFERE-REGISTRO-GR
                       END-READ
                   END-PERFORM
                   CLOSE GAME-RESULT
               END-IF
           END-IF.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-QTD-TAB
               IF WS-DB-CASADO(WS-DB-IDX) = "N" THEN
                   MOVE WS-DB-GAME-ID(WS-DB-IDX) TO WS-GAME-ID-EXIBE
                   MOVE WS-DB-QTD(WS-DB-IDX) TO WS-QTD-EXIBE
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING "CAIXA    " WS-GAME-ID-EXIBE " jogador "
                       WS-DB-PLAYER-ID(WS-DB-IDX)
                       " : debito sem partida ("
                       WS-QTD-EXIBE " credito(s))"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               END-IF
           END-PERFORM.
           IF WS-DB-QTD-TAB >= WS-DB-MAX THEN
               MOVE SPACES TO EXCECAO-LINHA
               STRING "CAIXA    00000 mais de " WS-DB-MAX
                   " debitos no periodo - excedentes nao conferidos"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.
           IF WS-SJ-CHEIO = "S" THEN
               MOVE SPACES TO EXCECAO-LINHA
               STRING "CAIXA    00000 mais de " WS-SJ-MAX
                   " jogadores com saldo - excedentes fora do saldo"
                   DELIMITED BY SIZE INTO EXCECAO-LINHA
               PERFORM GRAVA-EXCECAO
           END-IF.

       CONFERE-REGISTRO-GR.
           COMPUTE WS-REG-TS = GR-DATA * 1000000 + GR-HORA.
           IF WS-REG-TS > WS-INICIO-TS
               OR (WS-ANT-LIDO = "N" AND WS-REG-TS = WS-INICIO-TS)
               THEN
               ADD 1 TO WS-TOT-GR-PERIODO
               IF GR-GAME-ID NOT = WS-ULT-GAME-ID-GR THEN
                   ADD 1 TO WS-TOT-PARTIDAS
               END-IF
               MOVE 0 TO WS-DB-ACHADO
               PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-QTD-TAB
                   OR WS-DB-ACHADO NOT = 0
                   IF WS-DB-GAME-ID(WS-DB-IDX) = GR-GAME-ID
                       AND WS-DB-PLAYER-ID(WS-DB-IDX) = GR-PLAYER-ID
                       AND WS-DB-CASADO(WS-DB-IDX) = "N" THEN
                       MOVE WS-DB-IDX TO WS-DB-ACHADO
                   END-IF
               END-PERFORM
               IF WS-DB-ACHADO = 0 THEN
                   MOVE GR-GAME-ID TO WS-GAME-ID-EXIBE
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING "CAIXA    " WS-GAME-ID-EXIBE " jogador "
                       GR-PLAYER-ID " : partida de " GR-DATA " "
                       GR-HORA " sem debito de credito"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   PERFORM GRAVA-EXCECAO
               ELSE
                   MOVE "S" TO WS-DB-CASADO(WS-DB-ACHADO)
               END-IF
           END-IF.
           MOVE GR-GAME-ID TO WS-ULT-GAME-ID-GR.

       GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES.
           WRITE EXCECAO-LINHA.
           MOVE EXCECAO-LINHA TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-CONSUMO.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "CONSUMO" TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE WS-TOT-PARTIDAS   TO WS-QTD-EXIBE.
           MOVE WS-TOT-GR-PERIODO TO WS-QTD-EXIBE-2.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  Partidas em game-result.txt no periodo : "
               WS-QTD-EXIBE " (" WS-QTD-EXIBE-2 " registro(s))"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE WS-TOT-GR-PERIODO TO WS-QTD-EXIBE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  Creditos devidos (1 por registro)      : "
               WS-QTD-EXIBE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE WS-TOT-DEBITOS TO WS-QTD-EXIBE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "  Creditos debitados pelo jogo           : "
               WS-QTD-EXIBE
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

    ***  -- Saldo anterior + vendido - consumido, por jogador e no
    ***  -- total (o total tem que fechar com as vendas e os debitos
    ***  -- acima).
       IMPRIME-SALDOS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "SALDOS TRANSPORTADOS" TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE "ID     ANTERIOR   VENDIDO CONSUMIDO     SALDO"
               TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
               UNTIL WS-SJ-IDX > WS-SJ-QTD
               COMPUTE WS-SJ-SALDO(WS-SJ-IDX) =
                   WS-SJ-ABERTURA(WS-SJ-IDX)
                   + WS-SJ-VENDIDO(WS-SJ-IDX)
                   - WS-SJ-CONSUMIDO(WS-SJ-IDX)
               ADD WS-SJ-ABERTURA(WS-SJ-IDX)  TO WS-TOT-ABERTURA
               ADD WS-SJ-CONSUMIDO(WS-SJ-IDX) TO WS-TOT-CONSUMIDO
               ADD WS-SJ-SALDO(WS-SJ-IDX)     TO WS-TOT-SALDO
               MOVE WS-SJ-ID(WS-SJ-IDX)        TO WS-SD-ID
               MOVE WS-SJ-ABERTURA(WS-SJ-IDX)  TO WS-SD-ABERTURA
               MOVE WS-SJ-VENDIDO(WS-SJ-IDX)   TO WS-SD-VENDIDO
               MOVE WS-SJ-CONSUMIDO(WS-SJ-IDX) TO WS-SD-CONSUMIDO
               MOVE WS-SJ-SALDO(WS-SJ-IDX)     TO WS-SD-SALDO
               MOVE WS-SALDO-DET TO RELATORIO-LINHA
               PERFORM GRAVA-LINHA-RELATORIO
               IF WS-SJ-SALDO(WS-SJ-IDX) < 0 THEN
                   MOVE WS-SJ-SALDO(WS-SJ-IDX) TO WS-SALDO-EXIBE
                   MOVE SPACES TO EXCECAO-LINHA
                   STRING "CAIXA    00000 jogador "
                       WS-SJ-ID(WS-SJ-IDX) " : saldo negativo ("
                       WS-SALDO-EXIBE ")"
                       DELIMITED BY SIZE INTO EXCECAO-LINHA
                   ADD 1 TO WS-TOT-EXCECOES
                   WRITE EXCECAO-LINHA
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO WS-SD-ID.
           MOVE WS-TOT-ABERTURA  TO WS-SD-ABERTURA.
           MOVE WS-TOT-VENDIDOS  TO WS-SD-VENDIDO.
           MOVE WS-TOT-CONSUMIDO TO WS-SD-CONSUMIDO.
           MOVE WS-TOT-SALDO     TO WS-SD-SALDO.
           MOVE WS-SALDO-DET TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-TOTAL-EXCECOES.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE WS-TOT-EXCECOES TO WS-QTD-EXIBE.
           MOVE SPACES TO RELATORIO-LINHA.
           STRING "Excecoes : " WS-QTD-EXIBE
               " (detalhe em caixa-excecoes.txt)"
               DELIMITED BY SIZE INTO RELATORIO-LINHA.
           PERFORM GRAVA-LINHA-RELATORIO.

    ***  -- Novo creditos-saldo.txt: uma linha por jogador com saldo
    ***  -- diferente de zero.
       GRAVA-SALDOS.
           OPEN OUTPUT CREDITOS-SALDO.
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
               UNTIL WS-SJ-IDX > WS-SJ-QTD
               IF WS-SJ-SALDO(WS-SJ-IDX) NOT = 0 THEN
                   MOVE WS-SJ-ID(WS-SJ-IDX)    TO CS-PLAYER-ID
                   MOVE WS-SJ-SALDO(WS-SJ-IDX) TO CS-SALDO
                   MOVE WS-DATA-HOJE           TO CS-DATA
                   WRITE CREDITOS-SALDO-ARQUIVO
               END-IF
           END-PERFORM.
           CLOSE CREDITOS-SALDO.

    ***  -- Acrescenta ao arquivo do dia so os WS-TOT-MOVIMENTOS
    ***  -- registros que LE-MOVIMENTO leu (e o relatorio fechou); o
    ***  -- que foi gravado depois passa pelo arquivo de trabalho e
    ***  -- volta para o creditos-movimento.txt do periodo seguinte.
    ***  -- Cada arquivamento com registros entra no catalogo.
       ARQUIVA-MOVIMENTO.
           MOVE 0 TO WS-QTD-ARQUIVADA.
           MOVE 0 TO WS-QTD-LIDA.
           MOVE 0 TO WS-QTD-TRANSPORTADA.
           MOVE SPACES TO WS-NOME-ARQ-MOVIMENTO.
           STRING "creditos-movimento-" WS-DATA-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-MOVIMENTO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDITOS-MOVIMENTO.
           IF WS-FS-CRED-MOV = "00" THEN
               OPEN EXTEND MOVIMENTO-ARQUIVADO
               IF WS-FS-MOV-ARQ = "35" THEN
                   OPEN OUTPUT MOVIMENTO-ARQUIVADO
               END-IF
               OPEN OUTPUT CREDITOS-MOVIMENTO-WORK
               PERFORM UNTIL WS-EOF = "Y"
                   READ CREDITOS-MOVIMENTO
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM SEPARA-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE CREDITOS-MOVIMENTO-WORK
               CLOSE MOVIMENTO-ARQUIVADO
               CLOSE CREDITOS-MOVIMENTO
           END-IF.
           IF WS-QTD-ARQUIVADA > 0 THEN
               OPEN EXTEND CREDITOS-CATALOGO
               IF WS-FS-CRED-CAT = "35" THEN
                   OPEN OUTPUT CREDITOS-CATALOGO
               END-IF
               MOVE WS-NOME-ARQ-MOVIMENTO TO CC-NOME-ARQ
               MOVE WS-DATA-HOJE          TO CC-DATA
               MOVE WS-HORA-AGORA         TO CC-HORA
               MOVE WS-QTD-ARQUIVADA      TO CC-QTD-REG
               WRITE CREDITOS-CATALOGO-ARQUIVO
               CLOSE CREDITOS-CATALOGO
           END-IF.
           OPEN OUTPUT CREDITOS-MOVIMENTO.
           IF WS-QTD-TRANSPORTADA > 0 THEN
               PERFORM DEVOLVE-MOVIMENTO-TRANSPORTADO
           END-IF.
           CLOSE CREDITOS-MOVIMENTO.
           IF WS-QTD-TRANSPORTADA > 0 THEN
               MOVE WS-QTD-TRANSPORTADA TO WS-QTD-EXIBE
               DISPLAY "  " WS-QTD-EXIBE " registro(s) de movimento "
                   "gravado(s) durante o fechamento ficam para o "
                   "proximo periodo."
           END-IF.

       SEPARA-MOVIMENTO.
           ADD 1 TO WS-QTD-LIDA.
           IF WS-QTD-LIDA > WS-TOT-MOVIMENTOS THEN
               MOVE CREDITOS-MOVIMENTO-ARQUIVO
                   TO CREDITOS-MOVIMENTO-WORK-REG
               WRITE CREDITOS-MOVIMENTO-WORK-REG
               ADD 1 TO WS-QTD-TRANSPORTADA
           ELSE
               MOVE CREDITOS-MOVIMENTO-ARQUIVO
                   TO MOVIMENTO-ARQUIVADO-REG
               WRITE MOVIMENTO-ARQUIVADO-REG
               ADD 1 TO WS-QTD-ARQUIVADA
           END-IF.

       DEVOLVE-MOVIMENTO-TRANSPORTADO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CREDITOS-MOVIMENTO-WORK.
           PERFORM UNTIL WS-EOF = "Y"
               READ CREDITOS-MOVIMENTO-WORK
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CREDITOS-MOVIMENTO-WORK-REG
                           TO CREDITOS-MOVIMENTO-ARQUIVO
                       WRITE CREDITOS-MOVIMENTO-ARQUIVO
               END-READ
           END-PERFORM.
           CLOSE CREDITOS-MOVIMENTO-WORK.

       GRAVA-CONTROLE.
           MOVE WS-DATA-HOJE  TO CX-DATA.
           MOVE WS-HORA-AGORA TO CX-HORA.
           OPEN OUTPUT CAIXA-CONTROLE.
           WRITE CAIXA-CONTROLE-ARQUIVO.
           CLOSE CAIXA-CONTROLE.

       GRAVA-LINHA-RELATORIO.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.

       END PROGRAM JOGO-DA-VELHA-CAIXA.
