      *Layout comum de um registro de jogo em VIDEOSALES.DAT
      *(SKU + titulo + 4 totais trimestrais + genero + plataforma +
      *situação).
      *Cada FD que usa esta copy tem seu proprio 01 (GAMEDETAILS,
      *CURR-DETAILS, PRIOR-DETAILS, etc.), entao os campos abaixo sao
      *distinguidos por qualificação (SKU OF GAMEDETAILS, SKU OF
      *referencia GAME-CODES.DAT (ex.: RAC/CON).
           02 GAME-GENRE         PIC X(3).
           02 GAME-PLATFORM      PIC X(3).
      *Situação do titulo no ciclo de vida, mantida pelo
      *VIDEOSALESMAINT: A ativo, L em liquidação, D descontinuado.
      *Registro antigo sem a posição (branco) vale como ativo.
           02 GAME-STATUS        PIC X.
               88 GAME-IS-ACTIVE       VALUE 'A' SPACE.
               88 GAME-IS-CLEARANCE    VALUE 'L'.
               88 GAME-IS-DISCONTINUED VALUE 'D'.
