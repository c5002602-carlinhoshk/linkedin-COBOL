      *           aplicado vira uma linha datada na trilha
      *           SALES-ADJ-AUDIT.DAT, que o CREATETABLE usa para a
      *           coluna de ajustes do relatorio trimestral.
      *2026-10-15 Backup do master em 51 posições (GAMEREC com a
      *           situação do titulo).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05  AAUD-REASON        PIC X(3).

           FD BACKUP-FILE.
           01 BACKUP-LINE             PIC X(51).

       WORKING-STORAGE SECTION.
           01  WS-FILE-STATUSES.
