      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Manutencao do cadastro de operadores
      *          (operador-master.dat indexado por OP-ID), so para
      *          supervisor: inclui operador com nome, perfil
      *          (R recepcao, A arbitro, S supervisor), PIN de 4
      *          digitos e flag de ativo; altera nome, perfil e PIN;
      *          ativa / desativa; lista o cadastro (sem o PIN).
      *          O JOGO-DA-VELHA-CONSOLE confere ID + PIN no inicio da
      *          sessao e mostra so as funcoes do perfil; as acoes
      *          restritas dentro dos programas (unificacao de IDs,
      *          situacao do jogador, encerramento de torneio, restore
      *          do backup, apagamento LGPD) pedem ID + PIN de um
      *          supervisor ativo.
      *          Com o cadastro vazio (primeira vez) o programa entra
      *          sem conferencia para incluir o primeiro supervisor.
      *          Tentativa recusada vai para sessao-journal.txt com
      *          JR-STATUS "R", junto das execucoes normais.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 WS-FS-OPERADOR PIC X(2) VALUE "00".
       01 WS-FS-JOURNAL  PIC X(2) VALUE "00".

       01 WS-OPCAO PIC X(1).
       01 WS-FIM   PIC X(1) VALUE "N".
       01 WS-EOF   PIC X(1) VALUE "N".

       01 WS-OP-QTD      PIC 9(5) VALUE 0.
       01 WS-OP-ACHOU    PIC X(1).

    ***  -- Supervisor que abriu a manutencao (nao pode se desativar
    ***  -- nem tirar o proprio perfil de supervisor).
       01 WS-SUP-ID      PIC X(5) VALUE SPACES.
       01 WS-SUP-PIN     PIC X(4).
       01 WS-SUP-OK      PIC X(1) VALUE "N".

       01 WS-CAD-ID      PIC X(5).
       01 WS-CAD-NOME    PIC X(30).
       01 WS-CAD-PERFIL  PIC X(1).
       01 WS-CAD-PIN     PIC X(4).
       01 WS-CAD-OK      PIC X(1).
       01 WS-ALT-OPCAO   PIC 9(1).

       01 WS-PERFIL-NOME PIC X(10).
       01 WS-ACAO-RECUSA PIC X(20).

       01 WS-LISTA-DET.
           05 WS-LD-ID     PIC X(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-LD-NOME   PIC X(30).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-LD-PERFIL PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-LD-ATIVO  PIC X(7).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WS-LD-DATA   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY " ".
           DISPLAY "  Cadastro de operadores ".
           PERFORM CONTA-OPERADORES.
           IF WS-OP-QTD = 0 THEN
               DISPLAY " "
               DISPLAY "  Nenhum operador cadastrado - inclua agora o "
                   "primeiro supervisor."
               PERFORM INCLUI-PRIMEIRO-SUPERVISOR
           ELSE
               PERFORM CONFERE-SUPERVISOR
               IF WS-SUP-OK = "S" THEN
                   PERFORM MENU-PRINCIPAL UNTIL WS-FIM = "S"
               ELSE
                   DISPLAY "  Manutencao de operadores so para "
                       "supervisor ativo."
               END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "  Fim da manutencao de operadores.".
           STOP RUN.

       CONTA-OPERADORES.
           MOVE 0 TO WS-OP-QTD.
           MOVE "N" TO WS-EOF.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERADOR-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END ADD 1 TO WS-OP-QTD
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER
           END-IF.

    ***  -- ID + PIN de supervisor ativo; recusa vai para o journal.
       CONFERE-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK.
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
               MOVE "MANUTENCAO OPERADOR" TO WS-ACAO-RECUSA
               PERFORM GRAVA-RECUSA-JOURNAL
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " ".
           DISPLAY "  Cadastro de operadores ".
           DISPLAY "  1 - Incluir operador".
           DISPLAY "  2 - Alterar nome, perfil ou PIN".
           DISPLAY "  3 - Ativar / desativar operador".
           DISPLAY "  4 - Listar operadores".
           DISPLAY "  9 - Sair".
           ACCEPT WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "1"
                   PERFORM INCLUI-OPERADOR
               WHEN "2"
                   PERFORM ALTERA-OPERADOR
               WHEN "3"
                   PERFORM ATIVA-DESATIVA-OPERADOR
               WHEN "4"
                   PERFORM LISTA-OPERADORES
               WHEN "9"
                   MOVE "S" TO WS-FIM
               WHEN OTHER
                   DISPLAY "  OPCAO INVALIDA"
           END-EVALUATE.

    ***  -- Garante que operador-master.dat existe e o deixa aberto em
    ***  -- I-O (mesmo arranque do player-master.dat no CADASTRO).
       ABRE-OPERADOR-MASTER.
           OPEN I-O OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "35" THEN
               OPEN OUTPUT OPERADOR-MASTER
               CLOSE OPERADOR-MASTER
               OPEN I-O OPERADOR-MASTER
           END-IF.

       INCLUI-PRIMEIRO-SUPERVISOR.
           MOVE "S" TO WS-CAD-PERFIL.
           PERFORM PEDE-DADOS-INCLUSAO.
           IF WS-CAD-OK = "S" THEN
               PERFORM GRAVA-INCLUSAO
           END-IF.

       INCLUI-OPERADOR.
           MOVE SPACE TO WS-CAD-PERFIL.
           PERFORM PEDE-DADOS-INCLUSAO.
           IF WS-CAD-OK = "S" THEN
               PERFORM PEDE-PERFIL
           END-IF.
           IF WS-CAD-OK = "S" THEN
               PERFORM GRAVA-INCLUSAO
           END-IF.

       PEDE-DADOS-INCLUSAO.
           MOVE "S" TO WS-CAD-OK.
           DISPLAY " ".
           DISPLAY "  ID do operador novo (ate 5 caracteres) : ".
           ACCEPT WS-CAD-ID.
           IF WS-CAD-ID = SPACES THEN
               DISPLAY "  ID em branco - nada incluido."
               MOVE "N" TO WS-CAD-OK
           ELSE
               DISPLAY "  Nome (ate 30 caracteres) : "
               ACCEPT WS-CAD-NOME
               PERFORM PEDE-PIN
           END-IF.

       PEDE-PIN.
           DISPLAY "  PIN (4 digitos) : ".
           ACCEPT WS-CAD-PIN.
           IF WS-CAD-PIN IS NOT NUMERIC THEN
               DISPLAY "  PIN precisa ter 4 digitos - nada gravado."
               MOVE "N" TO WS-CAD-OK
           END-IF.

       PEDE-PERFIL.
           DISPLAY "  Perfil : R - recepcao / A - arbitro / "
               "S - supervisor".
           ACCEPT WS-CAD-PERFIL.
           IF WS-CAD-PERFIL NOT = "R" AND WS-CAD-PERFIL NOT = "A"
               AND WS-CAD-PERFIL NOT = "S" THEN
               DISPLAY "  Perfil invalido - nada gravado."
               MOVE "N" TO WS-CAD-OK
           END-IF.

       GRAVA-INCLUSAO.
           PERFORM ABRE-OPERADOR-MASTER.
           MOVE WS-CAD-ID     TO OP-ID.
           MOVE WS-CAD-NOME   TO OP-NOME.
           MOVE WS-CAD-PERFIL TO OP-PERFIL.
           MOVE WS-CAD-PIN    TO OP-PIN.
           MOVE "S"           TO OP-ATIVO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OP-DATA-CADASTRO.
           WRITE OPERADOR-MASTER-ARQUIVO
               INVALID KEY
                   DISPLAY "  ID " WS-CAD-ID " ja cadastrado."
               NOT INVALID KEY
                   PERFORM NOME-PERFIL
                   DISPLAY "  Operador " WS-CAD-ID " incluido como "
                       WS-PERFIL-NOME "."
           END-WRITE.
           CLOSE OPERADOR-MASTER.

       LE-OPERADOR-CAD.
           DISPLAY " ".
           DISPLAY "  ID do operador : ".
           ACCEPT WS-CAD-ID.
           PERFORM ABRE-OPERADOR-MASTER.
           MOVE WS-CAD-ID TO OP-ID.
           MOVE "S" TO WS-OP-ACHOU.
           READ OPERADOR-MASTER
               INVALID KEY MOVE "N" TO WS-OP-ACHOU
           END-READ.
           IF WS-OP-ACHOU = "N" THEN
               DISPLAY "  Operador " WS-CAD-ID " nao encontrado."
               CLOSE OPERADOR-MASTER
           END-IF.

       ALTERA-OPERADOR.
           PERFORM LE-OPERADOR-CAD.
           IF WS-OP-ACHOU = "S" THEN
               MOVE OP-PERFIL TO WS-CAD-PERFIL
               PERFORM NOME-PERFIL
               DISPLAY "  " OP-ID " " OP-NOME " - " WS-PERFIL-NOME
               DISPLAY "  1 - Nome"
               DISPLAY "  2 - Perfil"
               DISPLAY "  3 - PIN"
               ACCEPT WS-ALT-OPCAO
               MOVE "S" TO WS-CAD-OK
               EVALUATE WS-ALT-OPCAO
                   WHEN 1
                       DISPLAY "  Nome novo : "
                       ACCEPT WS-CAD-NOME
                       MOVE WS-CAD-NOME TO OP-NOME
                   WHEN 2
                       PERFORM PEDE-PERFIL
                       IF WS-CAD-OK = "S" AND OP-ID = WS-SUP-ID
                           AND WS-CAD-PERFIL NOT = "S" THEN
                           DISPLAY "  O proprio perfil de supervisor "
                               "nao pode ser retirado nesta sessao."
                           MOVE "N" TO WS-CAD-OK
                       END-IF
                       IF WS-CAD-OK = "S" THEN
                           MOVE WS-CAD-PERFIL TO OP-PERFIL
                       END-IF
                   WHEN 3
                       PERFORM PEDE-PIN
                       IF WS-CAD-OK = "S" THEN
                           MOVE WS-CAD-PIN TO OP-PIN
                       END-IF
                   WHEN OTHER
                       DISPLAY "  OPCAO INVALIDA"
                       MOVE "N" TO WS-CAD-OK
               END-EVALUATE
               IF WS-CAD-OK = "S" THEN
                   REWRITE OPERADOR-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-REWRITE
                   DISPLAY "  Operador " OP-ID " alterado."
               END-IF
               CLOSE OPERADOR-MASTER
           END-IF.

       ATIVA-DESATIVA-OPERADOR.
           PERFORM LE-OPERADOR-CAD.
           IF WS-OP-ACHOU = "S" THEN
               IF OP-ID = WS-SUP-ID THEN
                   DISPLAY "  O supervisor da sessao nao pode se "
                       "desativar."
               ELSE
                   IF OP-ATIVO = "S" THEN
                       MOVE "N" TO OP-ATIVO
                       DISPLAY "  Operador " OP-ID " desativado."
                   ELSE
                       MOVE "S" TO OP-ATIVO
                       DISPLAY "  Operador " OP-ID " reativado."
                   END-IF
                   REWRITE OPERADOR-MASTER-ARQUIVO
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               CLOSE OPERADOR-MASTER
           END-IF.

       LISTA-OPERADORES.
           DISPLAY " ".
           DISPLAY "  ID     NOME                            PERFIL"
               "      SITUACAO CADASTRO".
           MOVE "N" TO WS-EOF.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-FS-OPERADOR = "00" THEN
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERADOR-MASTER NEXT RECORD
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE OP-PERFIL TO WS-CAD-PERFIL
                           PERFORM NOME-PERFIL
                           MOVE OP-ID   TO WS-LD-ID
                           MOVE OP-NOME TO WS-LD-NOME
                           MOVE WS-PERFIL-NOME TO WS-LD-PERFIL
                           IF OP-ATIVO = "S" THEN
                               MOVE "ativo"   TO WS-LD-ATIVO
                           ELSE
                               MOVE "inativo" TO WS-LD-ATIVO
                           END-IF
                           MOVE OP-DATA-CADASTRO TO WS-LD-DATA
                           DISPLAY "  " WS-LISTA-DET
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER
           END-IF.

       NOME-PERFIL.
           EVALUATE WS-CAD-PERFIL
               WHEN "R"
                   MOVE "recepcao"   TO WS-PERFIL-NOME
               WHEN "A"
                   MOVE "arbitro"    TO WS-PERFIL-NOME
               WHEN "S"
                   MOVE "supervisor" TO WS-PERFIL-NOME
               WHEN OTHER
                   MOVE "?"          TO WS-PERFIL-NOME
           END-EVALUATE.

    ***  -- Mesmo registro do journal do console: JR-STATUS "R" =
    ***  -- recusado, JR-ACAO diz o que foi tentado.
       GRAVA-RECUSA-JOURNAL.
           OPEN EXTEND SESSAO-JOURNAL.
           IF WS-FS-JOURNAL = "35" THEN
               OPEN OUTPUT SESSAO-JOURNAL
           END-IF.
           MOVE WS-SUP-ID                TO JR-OPERADOR.
           MOVE "JOGO-DA-VELHA-OPERADOR" TO JR-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JR-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JR-HORA-INI.
           MOVE JR-HORA-INI              TO JR-HORA-FIM.
           MOVE "R"                      TO JR-STATUS.
           MOVE WS-ACAO-RECUSA           TO JR-ACAO.
           WRITE SESSAO-JOURNAL-ARQUIVO.
           CLOSE SESSAO-JOURNAL.

       END PROGRAM JOGO-DA-VELHA-OPERADOR.
