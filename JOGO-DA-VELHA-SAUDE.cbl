           05 CTL-QTD-PLACAR PIC 9(7).
           05 CTL-QTD-PM     PIC 9(7).
           05 CTL-QTD-GR     PIC 9(7).
           05 CTL-QTD-JOG    PIC 9(7).

       FD ARCHIVE-CATALOGO.
       01 ARCHIVE-CATALOGO-ARQUIVO.
               DELIMITED BY SIZE INTO WS-NOME-ARQ-VERIF.
           PERFORM CHECA-UM-BACKUP.
           MOVE SPACES TO WS-NOME-ARQ-VERIF.
           STRING "backup-" WS-CTL-DATA "-jogadas.txt"
               DELIMITED BY SIZE INTO WS-NOME-ARQ-VERIF.
           PERFORM CHECA-UM-BACKUP.
           MOVE SPACES TO WS-NOME-ARQ-VERIF.
