      *           reconciliação com os totais de entrada contra o que
      *           pousou no master. Acaba com a soma manual de tres
      *           meses na calculadora antes de digitar transacoes.
      *2026-10-15 Backup do master em 51 posições (GAMEREC com a
      *           situação do titulo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 RECON-LINE              PIC X(80).

           FD BACKUP-FILE.
           01 BACKUP-LINE             PIC X(51).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
