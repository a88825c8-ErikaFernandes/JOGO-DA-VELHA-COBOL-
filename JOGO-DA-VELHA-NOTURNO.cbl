      ******************************************************************
      * Author: Erika Tavares Fernandes
      * Purpose: Cadeia noturna de batches num unico passo: roda os
      *          programas da noite (FECHAMENTO, RECONCILIA,
      *          AUDITORIA, MONITOR, RATING, PERFIL, CONQUISTAS,
      *          FEED) na ordem de batch-passos.txt, cada um como
      *          executavel proprio via CALL "SYSTEM" (como o
      *          JOGO-DA-VELHA-CONSOLE), e anota inicio, fim e codigo
      *          de retorno de cada passo em batch-controle.txt.
      *          batch-passos.txt e editavel pelo supervisor (linha
      *          com "*" na coluna 1 e comentario); se nao existir, o
      *          programa grava a cadeia padrao. Cada passo tem:
      *          - REGRA: " " nenhuma; "P" pula o passo se o arquivo
      *            da regra tem achado aberto (RATING segura enquanto
      *            houver achado do MONITOR que o arbitro nao revisou
      *            no JOGO-DA-VELHA-CORRECAO); "G" para a cadeia se o
      *            arquivo da regra tem excecao GRAVE (RECONCILIA);
      *            "E" para a cadeia se o arquivo da regra tem
      *            qualquer achado aberto;
      *          - DEPENDE: passo que precisa ter concluido nesta
      *            rodada (FEED depois do FECHAMENTO), senao a cadeia
      *            para;
      *          - JA-FEITO: "B" o backup do FECHAMENTO ja foi feito
      *            para a data da rodada (controle-fechamento.txt);
      *            "F" o feed-diario.txt da data ja foi gerado
      *            completo (cabecalho H da data e trailer Z) - nesses
      *            casos o passo nao roda de novo;
      *          - ENTRADA: arquivo com as respostas do menu, para os
      *            programas que perguntam (CONQUISTAS: "1" recalcula,
      *            "9" sai).
      *          Codigo de retorno diferente de zero para a cadeia.
      *          Rodar de novo depois de uma parada RETOMA a mesma
      *          rodada no passo que falhou: passo ja concluido nao
      *          roda de novo, mesmo que a retomada seja depois da
      *          meia-noite. A rodada termina com o registro
      *          FIM-DA-CADEIA; cadeia parada devolve codigo de
      *          retorno 8 para o console anotar no journal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOGO-DA-VELHA-NOTURNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BATCH-PASSOS ASSIGN TO 'batch-passos.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-PASSOS.

       SELECT BATCH-CONTROLE ASSIGN TO 'batch-controle.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CONTROLE.

    ***  -- FD generico de leitura: o nome e trocado por checagem
    ***  -- (arquivo de excecoes da regra, controle do fechamento,
    ***  -- feed), mesmo padrao de VERIF-ENTRADA no SAUDE.
       SELECT VERIF-ENTRADA
       ASSIGN TO DYNAMIC WS-NOME-ARQ-VERIF
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-VERIF.

       SELECT CORRECOES ASSIGN TO 'correcoes-resultado.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-CORRECOES.

    ***  -- Respostas de menu da cadeia padrao (CONQUISTAS).
       SELECT ENTRADA-PADRAO ASSIGN TO 'batch-entrada-conquistas.txt'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-FS-ENTRADA.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-PASSOS.
       01 BATCH-PASSOS-ARQUIVO.
           05 BP-SEQ        PIC X(2).
           05 FILLER        PIC X(1).
           05 BP-PROGRAMA   PIC X(30).
           05 FILLER        PIC X(1).
           05 BP-REGRA      PIC X(1).
           05 FILLER        PIC X(1).
           05 BP-ARQ-REGRA  PIC X(30).
           05 FILLER        PIC X(1).
           05 BP-DEPENDE    PIC X(30).
           05 FILLER        PIC X(1).
           05 BP-JA-FEITO   PIC X(1).
           05 FILLER        PIC X(1).
           05 BP-ENTRADA    PIC X(30).

    ***  -- BC-EVENTO "I" inicio do passo, "T" termino. BC-STATUS:
    ***  -- I iniciado, O concluido, F falhou (retorno diferente de
    ***  -- zero), G cadeia parada pela regra depois do passo, P
    ***  -- pulado pela regra, J ja feito antes (nao rodou de novo),
    ***  -- B bloqueado por dependencia. O registro FIM-DA-CADEIA
    ***  -- fecha a rodada: O completa, C parada.
       FD BATCH-CONTROLE.
       01 BATCH-CONTROLE-ARQUIVO.
           05 BC-RODADA    PIC 9(8).
           05 BC-SEQ       PIC X(2).
           05 BC-PROGRAMA  PIC X(30).
           05 BC-EVENTO    PIC X(1).
           05 BC-DATA      PIC 9(8).
           05 BC-HORA      PIC 9(6).
           05 BC-RETORNO   PIC 9(4).
           05 BC-STATUS    PIC X(1).
           05 BC-OBS       PIC X(50).

       FD VERIF-ENTRADA.
       01 VERIF-ENTRADA-REG PIC X(100).

       FD CORRECOES.
       01 CORRECOES-ARQUIVO.
           05 CR-DATA           PIC 9(8).
           05 CR-HORA           PIC 9(6).
           05 CR-GAME-ID        PIC 9(5).
           05 FILLER            PIC X(82).

       FD ENTRADA-PADRAO.
       01 ENTRADA-PADRAO-LINHA PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-PASSOS    PIC X(2) VALUE "00".
       01 WS-FS-CONTROLE  PIC X(2) VALUE "00".
       01 WS-FS-VERIF     PIC X(2) VALUE "00".
       01 WS-FS-CORRECOES PIC X(2) VALUE "00".
       01 WS-FS-ENTRADA   PIC X(2) VALUE "00".

       01 WS-EOF-PASSOS   PIC X(1) VALUE "N".
       01 WS-EOF-CONTROLE PIC X(1) VALUE "N".
       01 WS-EOF-VERIF    PIC X(1) VALUE "N".
       01 WS-EOF-CR       PIC X(1) VALUE "N".

       01 WS-NOME-ARQ-VERIF PIC X(40) VALUE SPACES.
       01 WS-COMANDO        PIC X(80) VALUE SPACES.

    ************* PASSOS DA CADEIA -----------------------------------
    ***  -- WS-PS-STATUS e o ultimo status do passo na rodada
    ***  -- corrente (espacos = ainda nao rodou).
       01 WS-PS-TAB OCCURS 20 TIMES.
           05 WS-PS-SEQ       PIC X(2).
           05 WS-PS-PROGRAMA  PIC X(30).
           05 WS-PS-REGRA     PIC X(1).
           05 WS-PS-ARQ-REGRA PIC X(30).
           05 WS-PS-DEPENDE   PIC X(30).
           05 WS-PS-JA-FEITO  PIC X(1).
           05 WS-PS-ENTRADA   PIC X(30).
           05 WS-PS-STATUS    PIC X(1).
       01 WS-PS-QTD    PIC 9(2) VALUE 0.
       01 WS-PS-MAX    PIC 9(2) VALUE 20.
       01 WS-PS-IDX    PIC 9(2).
       01 WS-PS-BUSCA  PIC 9(2).
       01 WS-PS-ACHADO PIC 9(2).
       01 WS-PS-NOME-BUSCA PIC X(30).

    ************* RODADA ----------------------------------------------
       01 WS-DATA-HOJE     PIC 9(8).
       01 WS-RODADA        PIC 9(8) VALUE 0.
       01 WS-ULT-RODADA    PIC 9(8) VALUE 0.
       01 WS-ULT-COMPLETA  PIC X(1) VALUE "N".
       01 WS-RETOMADA      PIC X(1) VALUE "N".
       01 WS-CADEIA-PARADA PIC X(1) VALUE "N".
       01 WS-FIM-CADEIA    PIC X(30) VALUE "FIM-DA-CADEIA".

    ************* PASSO CORRENTE --------------------------------------
       01 WS-PASSO-STATUS  PIC X(1).
       01 WS-PASSO-RETORNO PIC 9(4) VALUE 0.
       01 WS-PASSO-OBS     PIC X(50).
       01 WS-PASSO-SEGUE   PIC X(1).
       01 WS-JA-FEITO      PIC X(1).

    ************* ACHADOS NOS ARQUIVOS DE EXCECOES -------------------
    ***  -- Linhas alem do cabecalho; a CHAVE (colunas 10-14) de um
    ***  -- achado cujo GAME-ID esta em correcoes-resultado.txt ja foi
    ***  -- revisada pelo arbitro e nao conta como aberta.
       01 WS-QTD-ACHADOS   PIC 9(5) VALUE 0.
       01 WS-QTD-GRAVES    PIC 9(5) VALUE 0.
       01 WS-VERIF-QTD     PIC 9(7) VALUE 0.
       01 WS-VERIF-CHAVE   PIC X(5).
       01 WS-VERIF-REVISADO PIC X(1).
       01 WS-REV-TAB OCCURS 500 TIMES.
           05 WS-REV-GAME-ID PIC 9(5).
       01 WS-REV-QTD  PIC 9(3) VALUE 0.
       01 WS-REV-MAX  PIC 9(3) VALUE 500.
       01 WS-REV-IDX  PIC 9(3).
       01 WS-VERIF-ULTIMA PIC X(100).

       01 WS-QTD-EXIBE PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           DISPLAY " ".
           DISPLAY "  Cadeia noturna de batches - " WS-DATA-HOJE.

           PERFORM CARREGA-PASSOS.
           IF WS-PS-QTD = 0 THEN
               DISPLAY "  batch-passos.txt sem passos - nada a rodar."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LE-CONTROLE-RODADAS.
           PERFORM DEFINE-RODADA.

           IF WS-RODADA NOT = 0 THEN
               PERFORM EXECUTA-PASSO
                   VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-QTD
                   OR WS-CADEIA-PARADA = "S"
               PERFORM GRAVA-FIM-CADEIA
               DISPLAY " "
               IF WS-CADEIA-PARADA = "S" THEN
                   DISPLAY "  CADEIA PARADA - corrija e rode de novo; "
                       "a rodada " WS-RODADA " sera retomada no "
                       "passo que parou."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "  Cadeia da rodada " WS-RODADA
                       " concluida."
               END-IF
               DISPLAY "  Detalhes em batch-controle.txt"
           END-IF.

           STOP RUN.

    ***  -- Carrega batch-passos.txt; na primeira vez grava a cadeia
    ***  -- padrao e o arquivo de respostas do CONQUISTAS.
       CARREGA-PASSOS.
           OPEN INPUT BATCH-PASSOS.
           IF WS-FS-PASSOS = "35" THEN
               PERFORM GRAVA-PASSOS-PADRAO
               OPEN INPUT BATCH-PASSOS
           END-IF.
           IF WS-FS-PASSOS = "00" THEN
               MOVE "N" TO WS-EOF-PASSOS
               PERFORM UNTIL WS-EOF-PASSOS = "Y"
                   READ BATCH-PASSOS
                       AT END MOVE "Y" TO WS-EOF-PASSOS
                       NOT AT END
                           PERFORM GUARDA-PASSO
                   END-READ
               END-PERFORM
               CLOSE BATCH-PASSOS
           END-IF.

       GUARDA-PASSO.
           IF BP-SEQ IS NUMERIC AND BP-PROGRAMA NOT = SPACES THEN
               IF WS-PS-QTD < WS-PS-MAX THEN
                   ADD 1 TO WS-PS-QTD
                   MOVE BP-SEQ       TO WS-PS-SEQ(WS-PS-QTD)
                   MOVE BP-PROGRAMA  TO WS-PS-PROGRAMA(WS-PS-QTD)
                   MOVE BP-REGRA     TO WS-PS-REGRA(WS-PS-QTD)
                   MOVE BP-ARQ-REGRA TO WS-PS-ARQ-REGRA(WS-PS-QTD)
                   MOVE BP-DEPENDE   TO WS-PS-DEPENDE(WS-PS-QTD)
                   MOVE BP-JA-FEITO  TO WS-PS-JA-FEITO(WS-PS-QTD)
                   MOVE BP-ENTRADA   TO WS-PS-ENTRADA(WS-PS-QTD)
                   MOVE SPACE        TO WS-PS-STATUS(WS-PS-QTD)
               ELSE
                   DISPLAY "  AVISO: mais de " WS-PS-MAX " passos em "
                       "batch-passos.txt - excedentes ignorados."
               END-IF
           END-IF.

       GRAVA-PASSOS-PADRAO.
           OPEN OUTPUT BATCH-PASSOS.
           MOVE SPACES TO BATCH-PASSOS-ARQUIVO.
           MOVE "*"                TO BP-SEQ.
           MOVE "PROGRAMA"         TO BP-PROGRAMA.
           MOVE "R"                TO BP-REGRA.
           MOVE "ARQUIVO DA REGRA" TO BP-ARQ-REGRA.
           MOVE "DEPENDE DE"       TO BP-DEPENDE.
           MOVE "J"                TO BP-JA-FEITO.
           MOVE "ENTRADA"          TO BP-ENTRADA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "01" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-FECHAMENTO" TO BP-PROGRAMA.
           MOVE "B" TO BP-JA-FEITO.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "02" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-RECONCILIA" TO BP-PROGRAMA.
           MOVE "G" TO BP-REGRA.
           MOVE "reconciliacao-excecoes.txt" TO BP-ARQ-REGRA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "03" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-AUDITORIA" TO BP-PROGRAMA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "04" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-MONITOR" TO BP-PROGRAMA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "05" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-RATING" TO BP-PROGRAMA.
           MOVE "P" TO BP-REGRA.
           MOVE "monitor-excecoes.txt" TO BP-ARQ-REGRA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "06" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-PERFIL" TO BP-PROGRAMA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "07" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-CONQUISTAS" TO BP-PROGRAMA.
           MOVE "batch-entrada-conquistas.txt" TO BP-ENTRADA.
           PERFORM GRAVA-PASSO-PADRAO.
           MOVE "08" TO BP-SEQ.
           MOVE "JOGO-DA-VELHA-FEED" TO BP-PROGRAMA.
           MOVE "JOGO-DA-VELHA-FECHAMENTO" TO BP-DEPENDE.
           MOVE "F" TO BP-JA-FEITO.
           PERFORM GRAVA-PASSO-PADRAO.
           CLOSE BATCH-PASSOS.

           OPEN INPUT ENTRADA-PADRAO.
           IF WS-FS-ENTRADA = "00" THEN
               CLOSE ENTRADA-PADRAO
           ELSE
               OPEN OUTPUT ENTRADA-PADRAO
               MOVE "1" TO ENTRADA-PADRAO-LINHA
               WRITE ENTRADA-PADRAO-LINHA
               MOVE "9" TO ENTRADA-PADRAO-LINHA
               WRITE ENTRADA-PADRAO-LINHA
               CLOSE ENTRADA-PADRAO
           END-IF.
           DISPLAY "  batch-passos.txt criado com a cadeia padrao.".

       GRAVA-PASSO-PADRAO.
           WRITE BATCH-PASSOS-ARQUIVO.
           MOVE SPACES TO BATCH-PASSOS-ARQUIVO.

    ***  -- Le batch-controle.txt ate o fim para saber qual foi a
    ***  -- ultima rodada, se ela fechou com FIM-DA-CADEIA completo e
    ***  -- o ultimo status de cada passo nela.
       LE-CONTROLE-RODADAS.
           MOVE 0 TO WS-ULT-RODADA.
           MOVE "N" TO WS-ULT-COMPLETA.
           MOVE "N" TO WS-EOF-CONTROLE.
           OPEN INPUT BATCH-CONTROLE.
           IF WS-FS-CONTROLE = "00" THEN
               PERFORM UNTIL WS-EOF-CONTROLE = "Y"
                   READ BATCH-CONTROLE
                       AT END MOVE "Y" TO WS-EOF-CONTROLE
                       NOT AT END
                           PERFORM ACUMULA-CONTROLE
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROLE
           END-IF.

       ACUMULA-CONTROLE.
           IF BC-RODADA NOT = WS-ULT-RODADA THEN
               MOVE BC-RODADA TO WS-ULT-RODADA
               MOVE "N" TO WS-ULT-COMPLETA
               PERFORM LIMPA-STATUS-PASSOS
           END-IF.
           IF BC-PROGRAMA = WS-FIM-CADEIA THEN
               IF BC-STATUS = "O" THEN
                   MOVE "S" TO WS-ULT-COMPLETA
               ELSE
                   MOVE "N" TO WS-ULT-COMPLETA
               END-IF
           ELSE
               MOVE BC-PROGRAMA TO WS-PS-NOME-BUSCA
               PERFORM LOCALIZA-PASSO
               IF WS-PS-ACHADO NOT = 0 THEN
                   MOVE BC-STATUS TO WS-PS-STATUS(WS-PS-ACHADO)
               END-IF
           END-IF.

       LIMPA-STATUS-PASSOS.
           PERFORM VARYING WS-PS-BUSCA FROM 1 BY 1
               UNTIL WS-PS-BUSCA > WS-PS-QTD
               MOVE SPACE TO WS-PS-STATUS(WS-PS-BUSCA)
           END-PERFORM.

       LOCALIZA-PASSO.
           MOVE 0 TO WS-PS-ACHADO.
           PERFORM VARYING WS-PS-BUSCA FROM 1 BY 1
               UNTIL WS-PS-BUSCA > WS-PS-QTD
               IF WS-PS-PROGRAMA(WS-PS-BUSCA) = WS-PS-NOME-BUSCA THEN
                   MOVE WS-PS-BUSCA TO WS-PS-ACHADO
               END-IF
           END-PERFORM.

    ***  -- Ultima rodada sem FIM-DA-CADEIA completo = retomada (os
    ***  -- status lidos valem); senao rodada nova com a data de hoje,
    ***  -- a nao ser que a de hoje ja tenha concluido.
       DEFINE-RODADA.
           IF WS-ULT-RODADA NOT = 0 AND WS-ULT-COMPLETA = "N" THEN
               MOVE WS-ULT-RODADA TO WS-RODADA
               MOVE "S" TO WS-RETOMADA
               DISPLAY "  Retomando a rodada " WS-RODADA
                   " a partir do passo que parou."
           ELSE
               IF WS-ULT-RODADA = WS-DATA-HOJE THEN
                   MOVE 0 TO WS-RODADA
                   DISPLAY "  A cadeia da rodada " WS-DATA-HOJE
                       " ja foi concluida - nada a rodar."
               ELSE
                   MOVE WS-DATA-HOJE TO WS-RODADA
                   PERFORM LIMPA-STATUS-PASSOS
               END-IF
           END-IF.

    ***  -- Um passo da cadeia: ja concluido na rodada, dependencia,
    ***  -- ja feito antes, regra de antes do passo, execucao e regra
    ***  -- de depois do passo, nessa ordem.
       EXECUTA-PASSO.
           DISPLAY " ".
           IF WS-PS-STATUS(WS-PS-IDX) = "O"
               OR WS-PS-STATUS(WS-PS-IDX) = "J" THEN
               DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " "
                   WS-PS-PROGRAMA(WS-PS-IDX)
                   " ja concluido nesta rodada."
           ELSE
               MOVE "S" TO WS-PASSO-SEGUE
               MOVE SPACES TO WS-PASSO-OBS
               MOVE 0 TO WS-PASSO-RETORNO
               PERFORM CONFERE-DEPENDENCIA
               IF WS-PASSO-SEGUE = "S" THEN
                   PERFORM CONFERE-JA-FEITO
               END-IF
               IF WS-PASSO-SEGUE = "S" THEN
                   PERFORM CONFERE-REGRA-ANTES
               END-IF
               IF WS-PASSO-SEGUE = "S" THEN
                   PERFORM RODA-PASSO
               END-IF
               MOVE WS-PASSO-STATUS TO WS-PS-STATUS(WS-PS-IDX)
               PERFORM EXIBE-STATUS-PASSO
           END-IF.

       CONFERE-DEPENDENCIA.
           IF WS-PS-DEPENDE(WS-PS-IDX) NOT = SPACES THEN
               MOVE WS-PS-DEPENDE(WS-PS-IDX) TO WS-PS-NOME-BUSCA
               PERFORM LOCALIZA-PASSO
               IF WS-PS-ACHADO = 0 THEN
                   MOVE "N" TO WS-PASSO-SEGUE
               ELSE
                   IF WS-PS-STATUS(WS-PS-ACHADO) NOT = "O"
                       AND WS-PS-STATUS(WS-PS-ACHADO) NOT = "J" THEN
                       MOVE "N" TO WS-PASSO-SEGUE
                   END-IF
               END-IF
               IF WS-PASSO-SEGUE = "N" THEN
                   MOVE "B" TO WS-PASSO-STATUS
                   MOVE "S" TO WS-CADEIA-PARADA
                   STRING "depende de " WS-PS-DEPENDE(WS-PS-IDX)
                       " nao concluido" DELIMITED BY SIZE
                       INTO WS-PASSO-OBS
                   PERFORM GRAVA-TERMINO-PASSO
               END-IF
           END-IF.

       CONFERE-JA-FEITO.
           MOVE "N" TO WS-JA-FEITO.
           EVALUATE WS-PS-JA-FEITO(WS-PS-IDX)
               WHEN "B"
                   PERFORM VERIFICA-FECHAMENTO-FEITO
               WHEN "F"
                   PERFORM VERIFICA-FEED-GERADO
           END-EVALUATE.
           IF WS-JA-FEITO = "S" THEN
               MOVE "N" TO WS-PASSO-SEGUE
               MOVE "J" TO WS-PASSO-STATUS
               PERFORM GRAVA-TERMINO-PASSO
           END-IF.

    ***  -- O FECHAMENTO grava controle-fechamento.txt so depois de
    ***  -- copiar o conjunto de backup: CTL-DATA da rodada (ou
    ***  -- posterior, numa retomada depois da meia-noite) = backup
    ***  -- da rodada ja feito.
       VERIFICA-FECHAMENTO-FEITO.
           MOVE "controle-fechamento.txt" TO WS-NOME-ARQ-VERIF.
           OPEN INPUT VERIF-ENTRADA.
           IF WS-FS-VERIF = "00" THEN
               READ VERIF-ENTRADA
                   AT END CONTINUE
               END-READ
               IF WS-FS-VERIF = "00"
                   AND VERIF-ENTRADA-REG(1:8) IS NUMERIC THEN
                   IF VERIF-ENTRADA-REG(1:8) >= WS-RODADA THEN
                       MOVE "S" TO WS-JA-FEITO
                       MOVE "backup da rodada ja feito"
                           TO WS-PASSO-OBS
                   END-IF
               END-IF
               CLOSE VERIF-ENTRADA
           END-IF.

    ***  -- Feed completo = cabecalho H com data da rodada ou
    ***  -- posterior e ultimo registro Z (trailer).
       VERIFICA-FEED-GERADO.
           MOVE "feed-diario.txt" TO WS-NOME-ARQ-VERIF.
           MOVE "N" TO WS-EOF-VERIF.
           MOVE 0 TO WS-VERIF-QTD.
           MOVE SPACES TO WS-VERIF-ULTIMA.
           OPEN INPUT VERIF-ENTRADA.
           IF WS-FS-VERIF = "00" THEN
               PERFORM UNTIL WS-EOF-VERIF = "Y"
                   READ VERIF-ENTRADA
                       AT END MOVE "Y" TO WS-EOF-VERIF
                       NOT AT END
                           ADD 1 TO WS-VERIF-QTD
                           IF WS-VERIF-QTD = 1 THEN
                               PERFORM CONFERE-CABECALHO-FEED
                           END-IF
                           MOVE VERIF-ENTRADA-REG TO WS-VERIF-ULTIMA
                   END-READ
               END-PERFORM
               CLOSE VERIF-ENTRADA
           END-IF.
           IF WS-JA-FEITO = "S" AND WS-VERIF-ULTIMA(1:1) NOT = "Z"
               THEN
               MOVE "N" TO WS-JA-FEITO
           END-IF.
           IF WS-JA-FEITO = "S" THEN
               MOVE "feed da rodada ja gerado" TO WS-PASSO-OBS
           END-IF.

       CONFERE-CABECALHO-FEED.
           IF VERIF-ENTRADA-REG(1:1) = "H"
               AND VERIF-ENTRADA-REG(2:8) IS NUMERIC THEN
               IF VERIF-ENTRADA-REG(2:8) >= WS-RODADA THEN
                   MOVE "S" TO WS-JA-FEITO
               END-IF
           END-IF.

       CONFERE-REGRA-ANTES.
           IF WS-PS-REGRA(WS-PS-IDX) = "P" THEN
               PERFORM CONTA-ACHADOS-REGRA
               IF WS-QTD-ACHADOS > 0 THEN
                   MOVE "N" TO WS-PASSO-SEGUE
                   MOVE "P" TO WS-PASSO-STATUS
                   MOVE WS-QTD-ACHADOS TO WS-QTD-EXIBE
                   STRING WS-QTD-EXIBE " achado(s) aberto(s) em "
                       WS-PS-ARQ-REGRA(WS-PS-IDX)
                       DELIMITED BY SIZE INTO WS-PASSO-OBS
                   PERFORM GRAVA-TERMINO-PASSO
               END-IF
           END-IF.

    ***  -- Executa o programa (com a entrada redirecionada quando o
    ***  -- passo tem arquivo de respostas) e aplica a regra de
    ***  -- depois do passo.
       RODA-PASSO.
           PERFORM GRAVA-INICIO-PASSO.
           MOVE SPACES TO WS-COMANDO.
           IF WS-PS-ENTRADA(WS-PS-IDX) = SPACES THEN
               STRING "./" WS-PS-PROGRAMA(WS-PS-IDX)
                   DELIMITED BY SPACE INTO WS-COMANDO
           ELSE
               STRING "./" WS-PS-PROGRAMA(WS-PS-IDX)
                   DELIMITED BY SPACE
                   " < " DELIMITED BY SIZE
                   WS-PS-ENTRADA(WS-PS-IDX) DELIMITED BY SPACE
                   INTO WS-COMANDO
           END-IF.
           DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " Iniciando "
               WS-PS-PROGRAMA(WS-PS-IDX) " ...".
           CALL "SYSTEM" USING WS-COMANDO.
           MOVE RETURN-CODE TO WS-PASSO-RETORNO.
           MOVE 0 TO RETURN-CODE.

           MOVE "O" TO WS-PASSO-STATUS.
           IF WS-PASSO-RETORNO NOT = 0 THEN
               MOVE "F" TO WS-PASSO-STATUS
               MOVE "S" TO WS-CADEIA-PARADA
               MOVE "terminou com codigo de retorno diferente de zero"
                   TO WS-PASSO-OBS
           ELSE
               PERFORM CONFERE-REGRA-DEPOIS
           END-IF.
           PERFORM GRAVA-TERMINO-PASSO.

       CONFERE-REGRA-DEPOIS.
           EVALUATE WS-PS-REGRA(WS-PS-IDX)
               WHEN "G"
                   PERFORM CONTA-ACHADOS-REGRA
                   IF WS-QTD-GRAVES > 0 THEN
                       MOVE "G" TO WS-PASSO-STATUS
                       MOVE "S" TO WS-CADEIA-PARADA
                       MOVE WS-QTD-GRAVES TO WS-QTD-EXIBE
                       STRING WS-QTD-EXIBE " excecao(oes) GRAVE em "
                           WS-PS-ARQ-REGRA(WS-PS-IDX)
                           DELIMITED BY SIZE INTO WS-PASSO-OBS
                   END-IF
               WHEN "E"
                   PERFORM CONTA-ACHADOS-REGRA
                   IF WS-QTD-ACHADOS > 0 THEN
                       MOVE "G" TO WS-PASSO-STATUS
                       MOVE "S" TO WS-CADEIA-PARADA
                       MOVE WS-QTD-ACHADOS TO WS-QTD-EXIBE
                       STRING WS-QTD-EXIBE " achado(s) aberto(s) em "
                           WS-PS-ARQ-REGRA(WS-PS-IDX)
                           DELIMITED BY SIZE INTO WS-PASSO-OBS
                   END-IF
           END-EVALUATE.

    ***  -- Conta os achados abertos e as linhas GRAVE do arquivo da
    ***  -- regra; arquivo ausente conta como um achado (o passo que
    ***  -- o gera nao chegou a rodar), como no SAUDE.
       CONTA-ACHADOS-REGRA.
           PERFORM CARREGA-REVISADOS.
           MOVE 0 TO WS-QTD-ACHADOS.
           MOVE 0 TO WS-QTD-GRAVES.
           MOVE 0 TO WS-VERIF-QTD.
           MOVE WS-PS-ARQ-REGRA(WS-PS-IDX) TO WS-NOME-ARQ-VERIF.
           MOVE "N" TO WS-EOF-VERIF.
           OPEN INPUT VERIF-ENTRADA.
           IF WS-FS-VERIF = "00" THEN
               PERFORM UNTIL WS-EOF-VERIF = "Y"
                   READ VERIF-ENTRADA
                       AT END MOVE "Y" TO WS-EOF-VERIF
                       NOT AT END
                           ADD 1 TO WS-VERIF-QTD
                           IF WS-VERIF-QTD > 1 THEN
                               PERFORM AVALIA-LINHA-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERIF-ENTRADA
           ELSE
               MOVE 1 TO WS-QTD-ACHADOS
               MOVE 1 TO WS-QTD-GRAVES
           END-IF.

       AVALIA-LINHA-ACHADO.
           IF VERIF-ENTRADA-REG(1:5) = "GRAVE" THEN
               ADD 1 TO WS-QTD-GRAVES
           END-IF.
           MOVE "N" TO WS-VERIF-REVISADO.
           MOVE VERIF-ENTRADA-REG(10:5) TO WS-VERIF-CHAVE.
           IF WS-VERIF-CHAVE IS NUMERIC THEN
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-QTD
                   IF WS-REV-GAME-ID(WS-REV-IDX) = WS-VERIF-CHAVE THEN
                       MOVE "S" TO WS-VERIF-REVISADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-VERIF-REVISADO = "N" THEN
               ADD 1 TO WS-QTD-ACHADOS
           END-IF.

    ***  -- GAME-IDs com correcao ou revisao do arbitro.
       CARREGA-REVISADOS.
           MOVE 0 TO WS-REV-QTD.
           MOVE "N" TO WS-EOF-CR.
           OPEN INPUT CORRECOES.
           IF WS-FS-CORRECOES = "00" THEN
               PERFORM UNTIL WS-EOF-CR = "Y"
                   READ CORRECOES
                       AT END MOVE "Y" TO WS-EOF-CR
                       NOT AT END
                           IF WS-REV-QTD < WS-REV-MAX THEN
                               ADD 1 TO WS-REV-QTD
                               MOVE CR-GAME-ID
                                   TO WS-REV-GAME-ID(WS-REV-QTD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECOES
           END-IF.

       EXIBE-STATUS-PASSO.
           EVALUATE WS-PASSO-STATUS
               WHEN "O"
                   DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " "
                       WS-PS-PROGRAMA(WS-PS-IDX) " concluido."
               WHEN "J"
                   DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " "
                       WS-PS-PROGRAMA(WS-PS-IDX) " nao roda de novo: "
                       WS-PASSO-OBS
               WHEN "P"
                   DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " "
                       WS-PS-PROGRAMA(WS-PS-IDX) " PULADO: "
                       WS-PASSO-OBS
               WHEN OTHER
                   DISPLAY "  " WS-PS-SEQ(WS-PS-IDX) " "
                       WS-PS-PROGRAMA(WS-PS-IDX) " PAROU A CADEIA: "
                       WS-PASSO-OBS
           END-EVALUATE.

    ***  -- batch-controle.txt e cumulativo (OPEN EXTEND com queda
    ***  -- para OUTPUT na primeira vez, como o sessao-journal.txt do
    ***  -- console).
       GRAVA-INICIO-PASSO.
           MOVE SPACES TO BATCH-CONTROLE-ARQUIVO.
           MOVE "I" TO BC-EVENTO.
           MOVE "I" TO BC-STATUS.
           MOVE 0 TO BC-RETORNO.
           MOVE WS-PS-SEQ(WS-PS-IDX)      TO BC-SEQ.
           MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO BC-PROGRAMA.
           PERFORM GRAVA-CONTROLE.

       GRAVA-TERMINO-PASSO.
           MOVE SPACES TO BATCH-CONTROLE-ARQUIVO.
           MOVE "T" TO BC-EVENTO.
           MOVE WS-PASSO-STATUS  TO BC-STATUS.
           MOVE WS-PASSO-RETORNO TO BC-RETORNO.
           MOVE WS-PASSO-OBS     TO BC-OBS.
           MOVE WS-PS-SEQ(WS-PS-IDX)      TO BC-SEQ.
           MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO BC-PROGRAMA.
           PERFORM GRAVA-CONTROLE.

       GRAVA-FIM-CADEIA.
           MOVE SPACES TO BATCH-CONTROLE-ARQUIVO.
           MOVE "T" TO BC-EVENTO.
           MOVE "99" TO BC-SEQ.
           MOVE WS-FIM-CADEIA TO BC-PROGRAMA.
           MOVE 0 TO BC-RETORNO.
           IF WS-CADEIA-PARADA = "S" THEN
               MOVE "C" TO BC-STATUS
               MOVE "cadeia parada - rodar de novo para retomar"
                   TO BC-OBS
           ELSE
               MOVE "O" TO BC-STATUS
           END-IF.
           PERFORM GRAVA-CONTROLE.

       GRAVA-CONTROLE.
           MOVE WS-RODADA TO BC-RODADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BC-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO BC-HORA.
           OPEN EXTEND BATCH-CONTROLE.
           IF WS-FS-CONTROLE = "35" THEN
               OPEN OUTPUT BATCH-CONTROLE
           END-IF.
           WRITE BATCH-CONTROLE-ARQUIVO.
           CLOSE BATCH-CONTROLE.

       END PROGRAM JOGO-DA-VELHA-NOTURNO.
