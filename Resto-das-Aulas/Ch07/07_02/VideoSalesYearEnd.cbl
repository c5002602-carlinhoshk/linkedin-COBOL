      *           master do ano novo com SKU e GAME-TITLE preservados
      *           e as quatro QTRLY-SALES zeradas, e imprime um
      *           relatorio de fechamento provando os totais rolados.
      *2026-10-15 Master do ano novo preserva a situação do titulo
      *           (GAME-STATUS); geração aposentada em 51 posições.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               COPY GAMEREC.

           FD RETIRED-PRIOR.
           01 RETIRED-LINE                PIC X(51).

           FD NEWYEAR-FILE.
           01 NEWYEAR-DETAILS.
                   GAME-GENRE OF NEWYEAR-DETAILS.
               MOVE GAME-PLATFORM OF MASTER-DETAILS TO
                   GAME-PLATFORM OF NEWYEAR-DETAILS.
               MOVE GAME-STATUS OF MASTER-DETAILS TO
                   GAME-STATUS OF NEWYEAR-DETAILS.
               WRITE NEWYEAR-DETAILS.
               IF WS-NEWYEAR-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR VIDEOSALES.NEWYEAR - "
