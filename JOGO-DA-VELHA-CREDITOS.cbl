      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Venda de creditos pre-pagos de mesa na recepcao: o
      *          operador informa o seu ID e PIN (operador ativo de
      *          perfil recepcao ou supervisor no operador-master.dat,
      *          recusa anotada em sessao-journal.txt), o PM-ID do
      *          jogador (tem que estar no cadastro
      *          player-master.dat), o pacote
      *          (quantidade de creditos e valor cobrado) e a forma de
      *          pagamento (dinheiro, cartao ou PIX); a venda e
      *          lancada em creditos-movimento.txt, o mesmo arquivo em
      *          que o jogo debita um credito por partida gravada em
      *          game-result.txt. Tambem consulta o saldo de um
      *          jogador. O saldo e o transportado no ultimo
      *          fechamento de caixa (creditos-saldo.txt, ver
      *          JOGO-DA-VELHA-CAIXA) mais vendas e menos debitos
      *          lancados desde entao - mesma conta do sign-in do
      *          jogo (CALCULA-SALDO-CREDITO em JOGO-DA-VELHA-V.cbl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-CREDITOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PLAYER-MASTER ASSIGN TO 'player-master.dat'
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS PM-ID
       FILE STATUS IS WS-FS-PLAYER-MASTER.

       SELECT CREDITOS-MOVIMENTO ASSIGN TO 'creditos-movimento.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-MOV.

       SELECT CREDITOS-SALDO ASSIGN TO 'creditos-saldo.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CRED-SALDO.

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

    ***  -- CM-TIPO "V" = venda de pacote (quantidade, valor pago,
    ***  -- forma de pagamento D/C/P e operador); "D" = debito de uma
    ***  -- partida (GAME-ID e estacao), gravado pelo jogo.
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

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAYER-MASTER PIC X(2) VALUE "00".
       01 WS-FS-CRED-MOV      PIC X(2) VALUE "00".
       01 WS-FS-CRED-SALDO    PIC X(2) VALUE "00".

       01 WS-OPCAO PIC X(1).
       01 WS-FIM   PIC X(1) VALUE "N".
       01 WS-CRED-EOF PIC X(1) VALUE "N".

       01 WS-FS-OPERADOR      PIC X(2) VALUE "00".
       01 WS-FS-JOURNAL       PIC X(2) VALUE "00".
       01 WS-OPERADOR-ID      PIC X(5) VALUE SPACES.
       01 WS-OPERADOR-PIN     PIC X(4).
       01 WS-OPERADOR-OK      PIC X(1) VALUE "N".
       01 WS-OPERADOR-TENTATIVAS PIC 9(1) VALUE 0.

    ************* JOGADOR DA VENDA ------------------------------------
       01 WS-VENDA-ID     PIC X(5).
       01 WS-VENDA-NOME   PIC X(30).
       01 WS-PM-ACHOU     PIC X(1).
       01 WS-CRED-SALDO   PIC S9(5) VALUE 0.
       01 WS-CRED-EXIBE   PIC -(4)9.

    ************* PACOTES ---------------------------------------------
    ***  -- Tabela de pacotes da casa; a opcao 4 deixa o operador
    ***  -- digitar quantidade e valor de um pacote promocional.
       01 WS-PACOTES-VALORES.
           05 FILLER PIC 9(5)    VALUE 1.
           05 FILLER PIC 9(5)V99 VALUE 2.00.
           05 FILLER PIC 9(5)    VALUE 5.
           05 FILLER PIC 9(5)V99 VALUE 9.00.
           05 FILLER PIC 9(5)    VALUE 10.
           05 FILLER PIC 9(5)V99 VALUE 16.00.
       01 WS-PACOTES REDEFINES WS-PACOTES-VALORES.
           05 WS-PACOTE OCCURS 3 TIMES.
               10 WS-PACOTE-QTD   PIC 9(5).
               10 WS-PACOTE-VALOR PIC 9(5)V99.
       01 WS-PACOTE-IDX PIC 9(1).

       01 WS-VENDA-PACOTE  PIC 9(1).
       01 WS-VENDA-QTD     PIC 9(5).
       01 WS-VENDA-VALOR   PIC 9(5)V99.
       01 WS-VENDA-FORMA-OPCAO PIC 9(1).
       01 WS-VENDA-FORMA   PIC X(1).
       01 WS-VENDA-FORMA-NOME PIC X(8).
       01 WS-VENDA-CONFIRMA PIC 9(1).
       01 WS-VENDA-OK      PIC X(1).
       01 WS-QTD-EXIBE     PIC Z(4)9.
       01 WS-VALOR-EXIBE   PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Creditos pre-pagos - recepcao".
           PERFORM UNTIL WS-OPERADOR-OK = "S"
               OR WS-OPERADOR-TENTATIVAS = 3
               PERFORM PEDE-OPERADOR
           END-PERFORM.
           IF WS-OPERADOR-OK = "S" THEN
               PERFORM MENU-PRINCIPAL UNTIL WS-FIM = "S"
           ELSE
               DISPLAY "  Venda de creditos so para operador ativo de "
                   "recepcao ou supervisor."
           END-IF.
           DISPLAY " ".
           DISPLAY "  Fim da venda de creditos.".
           STOP RUN.

    ***  -- Quem vende e identificado no lancamento (CM-OPERADOR),
    ***  -- entao o ID precisa ser de operador ativo, com o PIN certo.
       PEDE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ID.
           PERFORM UNTIL WS-OPERADOR-ID NOT = SPACES
               DISPLAY "  ID do operador : "
               ACCEPT WS-OPERADOR-ID
           END-PERFORM.
           DISPLAY "  PIN : ".
           ACCEPT WS-OPERADOR-PIN.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               MOVE WS-OPERADOR-ID TO OP-ID
               READ OPERADOR-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF OP-PIN = WS-OPERADOR-PIN AND OP-ATIVO = "S"
                           AND (OP-PERFIL = "R" OR OP-PERFIL = "S")
                           THEN
                           MOVE "S" TO WS-OPERADOR-OK
                       END-IF
               END-READ
               CLOSE OPERADOR-MASTER
           END-IF.
           IF WS-OPERADOR-OK = "N" THEN
               ADD 1 TO WS-OPERADOR-TENTATIVAS
               DISPLAY "  Operador inexistente, inativo, fora do "
                   "perfil ou PIN errado."
               PERFORM GRAVA-RECUSA-JOURNAL
           END-IF.

    ***  -- Mesmo registro do journal do console: JR-STATUS "R" =
    ***  -- recusado, JR-ACAO diz o que foi tentado.
       GRAVA-RECUSA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
               OPEN OUTPUT SESSAO-JOURNAL
           END-IF.
           MOVE WS-OPERADOR-ID           TO JR-OPERADOR.
           MOVE "JOGO-DA-VELHA-CREDITOS" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI              TO JR-HORA-FIM.
           MOVE "R"                      TO JR-STATUS.
           MOVE "VENDA CREDITOS"         TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "  Creditos pre-pagos ".
           DISPLAY "  1 - Vender pacote de creditos".
           DISPLAY "  2 - Consultar saldo de um jogador".
           DISPLAY "  9 - Sair".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM VENDE-PACOTE
               WHEN "2"
                   PERFORM CONSULTA-SALDO
               WHEN "9"
                   MOVE "S" TO WS-FIM
               WHEN OTHER
                   DISPLAY "  OPCAO INVALIDA"
           END-EVALUATE.

       VENDE-PACOTE.
           PERFORM PEDE-JOGADOR.
           IF WS-PM-ACHOU = "S" THEN
               PERFORM PEDE-PACOTE
               IF WS-VENDA-OK = "S" THEN
                   PERFORM PEDE-FORMA-PAGAMENTO
               END-IF
               IF WS-VENDA-OK = "S" THEN
                   PERFORM CONFIRMA-VENDA
               END-IF
               IF WS-VENDA-OK = "S" THEN
                   PERFORM GRAVA-VENDA
                   PERFORM CALCULA-SALDO-CREDITO
                   MOVE WS-CRED-SALDO TO WS-CRED-EXIBE
                   DISPLAY "  Venda lancada. Saldo de " WS-VENDA-ID
                       " : " WS-CRED-EXIBE " credito(s)."
               ELSE
                   DISPLAY "  Venda cancelada - nada lancado."
               END-IF
           END-IF.

       CONSULTA-SALDO.
           PERFORM PEDE-JOGADOR.

    ***  -- Pede o PM-ID e confere no cadastro: credito so e vendido
    ***  -- para jogador cadastrado, o mesmo ID que o sign-in do jogo
    ***  -- aceita.
       PEDE-JOGADOR.
           DISPLAY " ".
           DISPLAY "  ID do jogador : ".
           ACCEPT WS-VENDA-ID.
           MOVE "N" TO WS-PM-ACHOU.
           OPEN INPUT PLAYER-MASTER.
           IF WS-FS-PLAYER-MASTER = "00" THEN
               MOVE WS-VENDA-ID TO PM-ID
               MOVE "S" TO WS-PM-ACHOU
               READ PLAYER-MASTER
                   INVALID KEY MOVE "N" TO WS-PM-ACHOU
               END-READ
               IF WS-PM-ACHOU = "S" THEN
                   MOVE PM-NOME TO WS-VENDA-NOME
               END-IF
               CLOSE PLAYER-MASTER
           END-IF.
           IF WS-PM-ACHOU = "N" THEN
               DISPLAY "  ID " WS-VENDA-ID " nao cadastrado - "
                   "cadastre o jogador antes (JOGO-DA-VELHA-CADASTRO)."
           ELSE
               PERFORM CALCULA-SALDO-CREDITO
               MOVE WS-CRED-SALDO TO WS-CRED-EXIBE
               DISPLAY "  Jogador " WS-VENDA-ID " : " WS-VENDA-NOME
               DISPLAY "  Saldo atual : " WS-CRED-EXIBE
                   " credito(s)."
           END-IF.

       PEDE-PACOTE.
           MOVE "S" TO WS-VENDA-OK.
           DISPLAY " ".
           DISPLAY "  Pacote :".
           PERFORM VARYING WS-PACOTE-IDX FROM 1 BY 1
               UNTIL WS-PACOTE-IDX > 3
               MOVE WS-PACOTE-QTD(WS-PACOTE-IDX) TO WS-QTD-EXIBE
               MOVE WS-PACOTE-VALOR(WS-PACOTE-IDX) TO WS-VALOR-EXIBE
               DISPLAY "  " WS-PACOTE-IDX " - " WS-QTD-EXIBE
                   " credito(s) por R$ " WS-VALOR-EXIBE
           END-PERFORM.
           DISPLAY "  4 - Outro (digitar quantidade e valor)".
           ACCEPT WS-VENDA-PACOTE.
           EVALUATE WS-VENDA-PACOTE
               WHEN 1 THRU 3
                   MOVE WS-PACOTE-QTD(WS-VENDA-PACOTE) TO WS-VENDA-QTD
                   MOVE WS-PACOTE-VALOR(WS-VENDA-PACOTE)
                       TO WS-VENDA-VALOR
               WHEN 4
                   DISPLAY "  Quantidade de creditos : "
                   ACCEPT WS-VENDA-QTD
                   DISPLAY "  Valor cobrado (ex.: 12.50) : "
                   ACCEPT WS-VENDA-VALOR
               WHEN OTHER
                   DISPLAY "  PACOTE INVALIDO"
                   MOVE "N" TO WS-VENDA-OK
           END-EVALUATE.
           IF WS-VENDA-OK = "S" AND WS-VENDA-QTD = 0 THEN
               DISPLAY "  Quantidade zero - nada a vender."
               MOVE "N" TO WS-VENDA-OK
           END-IF.

       PEDE-FORMA-PAGAMENTO.
           DISPLAY " ".
           DISPLAY "  Forma de pagamento :".
           DISPLAY "  1 - Dinheiro".
           DISPLAY "  2 - Cartao".
           DISPLAY "  3 - PIX".
           ACCEPT WS-VENDA-FORMA-OPCAO.
           EVALUATE WS-VENDA-FORMA-OPCAO
               WHEN 1
                   MOVE "D" TO WS-VENDA-FORMA
                   MOVE "DINHEIRO" TO WS-VENDA-FORMA-NOME
               WHEN 2
                   MOVE "C" TO WS-VENDA-FORMA
                   MOVE "CARTAO" TO WS-VENDA-FORMA-NOME
               WHEN 3
                   MOVE "P" TO WS-VENDA-FORMA
                   MOVE "PIX" TO WS-VENDA-FORMA-NOME
               WHEN OTHER
                   DISPLAY "  FORMA DE PAGAMENTO INVALIDA"
                   MOVE "N" TO WS-VENDA-OK
           END-EVALUATE.

       CONFIRMA-VENDA.
           MOVE WS-VENDA-QTD TO WS-QTD-EXIBE.
           MOVE WS-VENDA-VALOR TO WS-VALOR-EXIBE.
           DISPLAY " ".
           DISPLAY "  Vender " WS-QTD-EXIBE " credito(s) para "
               WS-VENDA-ID " por R$ " WS-VALOR-EXIBE " ("
               WS-VENDA-FORMA-NOME ")?".
           DISPLAY "  1 - SIM".
           DISPLAY "  2 - NAO".
           ACCEPT WS-VENDA-CONFIRMA.
           IF WS-VENDA-CONFIRMA NOT = 1 THEN
               MOVE "N" TO WS-VENDA-OK
           END-IF.

       GRAVA-VENDA.
           MOVE "V"            TO CM-TIPO.
           MOVE WS-VENDA-ID    TO CM-PLAYER-ID.
           MOVE WS-VENDA-QTD   TO CM-QTD.
           MOVE WS-VENDA-VALOR TO CM-VALOR.
           MOVE WS-VENDA-FORMA TO CM-FORMA.
           MOVE WS-OPERADOR-ID TO CM-OPERADOR.
           MOVE 0              TO CM-GAME-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CM-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CM-HORA.
           MOVE 0              TO CM-ESTACAO.
           OPEN EXTEND CREDITOS-MOVIMENTO.
           IF WS-FS-CRED-MOV = "35" THEN
               OPEN OUTPUT CREDITOS-MOVIMENTO
           END-IF.
           WRITE CREDITOS-MOVIMENTO-ARQUIVO.
           CLOSE CREDITOS-MOVIMENTO.

    ***  -- Mesma conta de CALCULA-SALDO-CREDITO no programa
    ***  -- principal.
       CALCULA-SALDO-CREDITO.
           MOVE 0 TO WS-CRED-SALDO.
           MOVE "N" TO WS-CRED-EOF.
           OPEN INPUT CREDITOS-SALDO.
           IF WS-FS-CRED-SALDO = "00" THEN
               PERFORM UNTIL WS-CRED-EOF = "Y"
                   READ CREDITOS-SALDO
                       AT END MOVE "Y" TO WS-CRED-EOF
                       NOT AT END
                           IF CS-PLAYER-ID = WS-VENDA-ID THEN
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
                           IF CM-PLAYER-ID = WS-VENDA-ID THEN
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

       END PROGRAM JOGO-DA-VELHA-CREDITOS.
