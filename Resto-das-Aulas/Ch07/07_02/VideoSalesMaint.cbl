      *2026-08-22 Carrega genero e plataforma do GAMEREC estendido e
      *           valida os codigos contra GAME-CODES.DAT nas
      *           inclusoes e alteracoes.
      *2026-10-15 Situação do titulo no ciclo de vida (GAME-STATUS:
      *           A ativo, L liquidação, D descontinuado). Inclusao
      *           sem situação entra ativa; alteração sem situação
      *           mantem a do master; codigo fora de A/L/D e
      *           rejeitado. Backup passa a 51 posições.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COPY GAMEREC.

           FD BACKUP-FILE.
           01 BACKUP-LINE                 PIC X(51).

           FD GAME-CODES.
           01 GAME-CODES-REC.
           01  WS-CODE-SUB              PIC 99 VALUE ZEROES.
           01  WS-CODES-OK-SWITCH       PIC X VALUE 'N'.
               88  TXN-CODES-ARE-VALID  VALUE 'Y'.
           01  WS-STATUS-CHANGE-COUNT   PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
           0100-BEGIN.
                   MOVE 'GENERO FORA DA REFERENCIA' TO
                       MAINT-REJECT-REASON
               END-IF.
               IF TXN-CODES-ARE-VALID
                   IF NOT GAME-IS-ACTIVE OF TXN-DETAILS
                      AND NOT GAME-IS-CLEARANCE OF TXN-DETAILS
                      AND NOT GAME-IS-DISCONTINUED OF TXN-DETAILS
                       MOVE 'N' TO WS-CODES-OK-SWITCH
                       MOVE 'SITUACAO FORA DE A/L/D' TO
                           MAINT-REJECT-REASON
                   END-IF
               END-IF.


      *    O master carrega linhas HDR/TRL de integridade; aqui so
                   GAME-GENRE OF NEW-MASTER-DETAILS.
               MOVE GAME-PLATFORM OF MASTER-DETAILS TO
                   GAME-PLATFORM OF NEW-MASTER-DETAILS.
               MOVE GAME-STATUS OF MASTER-DETAILS TO
                   GAME-STATUS OF NEW-MASTER-DETAILS.
               WRITE NEW-MASTER-DETAILS.
               ADD 1 TO WS-UNCHANGED-COUNT.
               PERFORM 0045-READ-MASTER-DATA.
                               GAME-GENRE OF NEW-MASTER-DETAILS
                           MOVE GAME-PLATFORM OF TXN-DETAILS TO
                               GAME-PLATFORM OF NEW-MASTER-DETAILS
                           IF GAME-STATUS OF TXN-DETAILS = SPACE
                               MOVE 'A' TO
                                   GAME-STATUS OF NEW-MASTER-DETAILS
                           ELSE
                               MOVE GAME-STATUS OF TXN-DETAILS TO
                                   GAME-STATUS OF NEW-MASTER-DETAILS
                           END-IF
                           WRITE NEW-MASTER-DETAILS
                           ADD 1 TO WS-ADD-COUNT
                       ELSE
                               GAME-GENRE OF NEW-MASTER-DETAILS
                           MOVE GAME-PLATFORM OF TXN-DETAILS TO
                               GAME-PLATFORM OF NEW-MASTER-DETAILS
                           IF GAME-STATUS OF TXN-DETAILS = SPACE
                               MOVE GAME-STATUS OF MASTER-DETAILS TO
                                   GAME-STATUS OF NEW-MASTER-DETAILS
                           ELSE
                               MOVE GAME-STATUS OF TXN-DETAILS TO
                                   GAME-STATUS OF NEW-MASTER-DETAILS
                           END-IF
                           IF GAME-STATUS OF NEW-MASTER-DETAILS NOT =
                                   GAME-STATUS OF MASTER-DETAILS
                               ADD 1 TO WS-STATUS-CHANGE-COUNT
                           END-IF
                           WRITE NEW-MASTER-DETAILS
                           ADD 1 TO WS-CHANGE-COUNT
                       ELSE
                   GAME-GENRE OF NEW-MASTER-DETAILS.
               MOVE GAME-PLATFORM OF MASTER-DETAILS TO
                   GAME-PLATFORM OF NEW-MASTER-DETAILS.
               MOVE GAME-STATUS OF MASTER-DETAILS TO
                   GAME-STATUS OF NEW-MASTER-DETAILS.
               WRITE NEW-MASTER-DETAILS.
               ADD 1 TO WS-UNCHANGED-COUNT.

               DISPLAY 'MANUTENCAO DE VIDEOSALES.DAT CONCLUIDA'.
               DISPLAY 'INCLUSOES......: ' WS-ADD-COUNT.
               DISPLAY 'ALTERACOES.....: ' WS-CHANGE-COUNT.
               DISPLAY 'MUDANCAS SITUAC: ' WS-STATUS-CHANGE-COUNT.
               DISPLAY 'EXCLUSOES......: ' WS-DELETE-COUNT.
               DISPLAY 'INALTERADOS....: ' WS-UNCHANGED-COUNT.
               DISPLAY 'REJEITADOS.....: ' WS-REJECT-COUNT.
