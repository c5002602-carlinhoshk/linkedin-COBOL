      *           de passos ja COMPLETED em RUN-CONTROL.DAT continua
      *           exatamente como era. Sem NIGHTLY-JOBS.DAT valem os
      *           sete passos classicos embutidos.
      *2026-10-15 Passo VSSTORERET (devolução das rejeições por loja
      *           e acompanhamento dos reenvios) reconhecido.
      *2026-10-15 Passos EMPORGCHART (organograma por departamento) e
      *           EMPSPANCTL (amplitude de controle) reconhecidos.
      *2026-10-15 Passo EMPLEAVELIAB (passivo de ferias valorizado)
      *           reconhecido.
      *2026-10-15 Passo EMPPOSCTL (controle de quadro autorizado)
      *           reconhecido.
      *2026-10-15 Passo EMPTURNOVER (rotatividade do mes e dos
      *           ultimos 12 meses) reconhecido.
      *2026-10-15 EMPMAINT entra na cadeia de RH apos o CH5SOLUTION
      *           para aplicar as alteracoes agendadas que venceram;
      *           passo EMPPENDRPT (alteracoes pendentes) reconhecido.
      *2026-10-15 Passo PACIENTEMANUT (manutencao do cadastro de
      *           pacientes) na cadeia de IMC, antes do PACIENTECARGA.
      *2026-10-15 Passo PACIENTEDUPLIC (candidatos a paciente
      *           duplicado) na cadeia de IMC, apos o PACIENTECARGA.
      *2026-10-15 Passo IMCQUALCLINICA (qualidade das medicoes por
      *           clinica) na cadeia de IMC, no fim do mes.
      *2026-10-15 Passos IMCMETAMANUT (manutencao das metas de peso)
      *           e IMCPROGMETA (progresso das metas) na cadeia de
      *           IMC.
      *2026-10-15 Passo IMCIMPORTBAL (importacao das leituras das
      *           balancas para BMI-INPUT.DAT) antes do IMCLOTE.
      *2026-10-15 NIGHTLY-JOBS.DAT ganha a duração esperada em
      *           minutos e o horario limite (HHMM) de cada passo,
      *           lidos pelo BATCHSLA depois da rodada; aqui o
      *           layout so acompanha a linha mais longa.
      *2026-10-15 Pre-requisitos por passo em NIGHTLY-GATES.DAT:
      *           arquivo de entrada (tipo A) com minimo de
      *           registros e idade maxima em dias - data do header
      *           HDR quando o arquivo tem, senao a data de gravação
      *           do arquivo - e passo predecessor de qualquer
      *           cadeia (tipo P), que precisa ter terminado
      *           COMPLETED no dia util (ou nao estar agendado hoje).
      *           Passo com pre-requisito pendente fica aguardando,
      *           e os seguintes da cadeia dele tambem; depois da
      *           passada normal os que aguardam sao reavaliados
      *           enquanto houver progresso, e se faltar so arquivo
      *           a rodada espera ate GATE-ESPERA-MIN minutos
      *           (RUN-PARAMETERS.DAT, entregue com 10; sem o
      *           parametro, ou com zero, a rodada nao espera),
      *           olhando de minuto em minuto. O que continuar
      *           pendente fica HELD em RUN-CONTROL.DAT com o motivo
      *           na linha (o HELD de cadeia caida e do DAYEND tambem
      *           ganham motivo); a reexecução do dia libera o passo
      *           quando o arquivo chegar. Passo VSMONTHLY entra na
      *           cadeia de vendas no fim do mes, esperando
      *           MONTHLY-SALES.DAT.
      *2026-10-15 Passo GLINTERFACE (diario contabil do mes) na
      *           cadeia de operação, no fim do mes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBS-STATUS.

           SELECT GATE-DEFINITIONS ASSIGN TO "NIGHTLY-GATES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GATES-STATUS.

           SELECT GATE-INPUT ASSIGN TO DYNAMIC WS-GATE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GATE-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RUN-CONTROL.
               05  RC-STATUS          PIC X(9).
               05  FILLER             PIC X.
               05  RC-TIMESTAMP       PIC X(19).
               05  FILLER             PIC X.
               05  RC-REASON          PIC X(45).

           FD JOB-DEFINITIONS.
           01 JOB-DEF-REC.
               05  JOB-CHAIN          PIC X(3).
               05  FILLER             PIC X.
               05  JOB-CALENDAR       PIC X.
               05  FILLER             PIC X.
               05  JOB-EXPECTED-MIN   PIC 9(4).
               05  FILLER             PIC X.
               05  JOB-FINISH-BY      PIC 9(4).

           FD GATE-DEFINITIONS.
           01 GATE-DEF-REC.
               88 END-OF-GATE-DEFS VALUE HIGH-VALUES.
               05  GATE-STEP-NAME     PIC X(14).
               05  FILLER             PIC X.
               05  GATE-TYPE          PIC X.
               05  FILLER             PIC X.
               05  GATE-OBJECT        PIC X(40).
               05  FILLER             PIC X.
               05  GATE-MIN-RECORDS   PIC 9(7).
               05  FILLER             PIC X.
               05  GATE-MAX-AGE       PIC 9(3).

           FD GATE-INPUT.
           01 GATE-INPUT-LINE.
               88 END-OF-GATE-INPUT VALUE HIGH-VALUES.
               05  GATE-INPUT-TAG     PIC X(3).
               05  GATE-INPUT-DATE    PIC X(8).
               05  FILLER             PIC X(989).

       WORKING-STORAGE SECTION.
           01  WS-RC-STATUS             PIC XX VALUE SPACES.
           01  WS-JOBS-STATUS           PIC XX VALUE SPACES.
           01  WS-GATES-STATUS          PIC XX VALUE SPACES.
           01  WS-GATE-INPUT-STATUS     PIC XX VALUE SPACES.

           01  WS-CURRENT-DATE-TIME     PIC X(21).
           01  WS-CDT-FIELDS REDEFINES WS-CURRENT-DATE-TIME.
                   10  WS-STEP-CHAIN    PIC X(3).
                   10  WS-STEP-CALENDAR PIC X.
                   10  WS-STEP-DONE     PIC X.
                   10  WS-STEP-WAITING  PIC X.
                   10  WS-STEP-REASON   PIC X(45).
           01  WS-STEP-COUNT            PIC 9(3) VALUE ZEROES.
           01  WS-STEP-MAX              PIC 9(3) VALUE 50.
           01  WS-STEP-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-CHAIN-DOWN-SWITCH     PIC X VALUE 'N'.
               88  CHAIN-IS-DOWN        VALUE 'Y'.

      *    Pre-requisitos de NIGHTLY-GATES.DAT: tipo A = arquivo
      *    de entrada (minimo de registros, idade maxima em dias,
      *    999 = sem limite de idade), tipo P = passo predecessor.
           01  WS-GATE-TABLE-AREA.
               05  WS-GATE-ENTRY OCCURS 100 TIMES.
                   10  WS-GT-STEP       PIC X(14).
                   10  WS-GT-TYPE       PIC X.
                   10  WS-GT-OBJECT     PIC X(40).
                   10  WS-GT-MIN-RECORDS PIC 9(7).
                   10  WS-GT-MAX-AGE    PIC 9(3).
           01  WS-GATE-COUNT            PIC 9(3) VALUE ZEROES.
           01  WS-GATE-MAX              PIC 9(3) VALUE 100.
           01  WS-GATE-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-PRED-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-PRED-HIT              PIC 9(3) VALUE ZEROES.
           01  WS-GATES-MET-SWITCH      PIC X VALUE 'Y'.
               88  GATES-ARE-MET        VALUE 'Y'.
           01  WS-GATE-FILE-SWITCH      PIC X VALUE 'N'.
               88  WAITING-ON-FILE      VALUE 'Y'.
           01  WS-GATE-REASON           PIC X(45) VALUE SPACES.

           01  WS-GATE-FILE-NAME        PIC X(40) VALUE SPACES.
           01  WS-GATE-FILE-INFO.
               05  WS-GFI-SIZE          PIC X(8) COMP-X.
               05  WS-GFI-DAY           PIC X COMP-X.
               05  WS-GFI-MONTH         PIC X COMP-X.
               05  WS-GFI-YEAR          PIC X(2) COMP-X.
               05  WS-GFI-HOUR          PIC X COMP-X.
               05  WS-GFI-MIN           PIC X COMP-X.
               05  WS-GFI-SEC           PIC X COMP-X.
               05  WS-GFI-HUNDREDTHS    PIC X COMP-X.
           01  WS-GATE-RECORDS          PIC 9(7) VALUE ZEROES.
           01  WS-GATE-FILE-DATE        PIC 9(8) VALUE ZEROES.
           01  WS-GATE-CUTOFF-DATE      PIC 9(8) VALUE ZEROES.
           01  WS-GATE-FIRST-LINE       PIC X VALUE 'Y'.

      *    Cadeias com passo aguardando nesta passada: os passos
      *    seguintes da mesma cadeia aguardam atras dele.
           01  WS-WAIT-CHAIN-TABLE.
               05  WS-WAIT-CHAIN-ENTRY OCCURS 10 TIMES.
                   10  WS-WAIT-CHAIN    PIC X(3).
                   10  WS-WAIT-CHAIN-STEP PIC X(14).
           01  WS-WAIT-CHAIN-COUNT      PIC 99 VALUE ZEROES.
           01  WS-WAIT-CHAIN-SUB        PIC 99 VALUE ZEROES.
           01  WS-WAIT-CHAIN-HIT        PIC 99 VALUE ZEROES.
           01  WS-WAITING-COUNT         PIC 9(3) VALUE ZEROES.
           01  WS-FILE-WAIT-COUNT       PIC 9(3) VALUE ZEROES.
           01  WS-PROGRESS-SWITCH       PIC X VALUE 'N'.
               88  MADE-PROGRESS        VALUE 'Y'.
           01  WS-GATE-WAIT-MAX         PIC 9(3) VALUE ZEROES.
           01  WS-GATE-WAITED           PIC 9(3) VALUE ZEROES.
           01  WS-SLEEP-SECONDS         PIC 9(3) VALUE 60.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.

           01  WS-STATUS-TEXT           PIC X(9) VALUE SPACES.
           01  WS-STATUS-REASON         PIC X(45) VALUE SPACES.
           01  WS-EXECUTED-COUNT        PIC 9(3) VALUE ZEROES.
           01  WS-SKIPPED-COUNT         PIC 9(3) VALUE ZEROES.
           01  WS-HELD-COUNT            PIC 9(3) VALUE ZEROES.
               DISPLAY "RODADA NOTURNA DE " WS-BUSINESS-DATE.
               PERFORM 0150-CHECK-MONTH-END.
               PERFORM 0160-LOAD-JOB-DEFINITIONS.
               PERFORM 0180-LOAD-GATE-DEFINITIONS.
               PERFORM 0200-LOAD-PRIOR-STATUS.
               PERFORM 0300-RUN-ONE-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
               PERFORM 0600-RESOLVE-WAITING-STEPS.

               DISPLAY "PASSOS EXECUTADOS: " WS-EXECUTED-COUNT.
               DISPLAY "PASSOS PULADOS...: " WS-SKIPPED-COUNT.
                               WS-STEP-CALENDAR(WS-STEP-COUNT)
                           MOVE 'N' TO
                               WS-STEP-DONE(WS-STEP-COUNT)
                           MOVE 'N' TO
                               WS-STEP-WAITING(WS-STEP-COUNT)
                       END-IF
                       READ JOB-DEFINITIONS
                        AT END SET END-OF-JOB-DEFS TO TRUE
                   MOVE 'Y' TO WS-STEP-ENABLED(WS-SCAN-SUB)
                   MOVE 'D' TO WS-STEP-CALENDAR(WS-SCAN-SUB)
                   MOVE 'N' TO WS-STEP-DONE(WS-SCAN-SUB)
                   MOVE 'N' TO WS-STEP-WAITING(WS-SCAN-SUB)
               END-PERFORM.

      *    Sem NIGHTLY-GATES.DAT nenhum passo tem pre-requisito e a
      *    rodada segue so a ordem das cadeias, como sempre.
           0180-LOAD-GATE-DEFINITIONS.
               OPEN INPUT GATE-DEFINITIONS.
               IF WS-GATES-STATUS = "00"
                   READ GATE-DEFINITIONS
                    AT END SET END-OF-GATE-DEFS TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-GATE-DEFS
                       IF WS-GATE-COUNT < WS-GATE-MAX
                           AND (GATE-TYPE = 'A' OR GATE-TYPE = 'P')
                           ADD 1 TO WS-GATE-COUNT
                           MOVE GATE-STEP-NAME TO
                               WS-GT-STEP(WS-GATE-COUNT)
                           MOVE GATE-TYPE TO WS-GT-TYPE(WS-GATE-COUNT)
                           MOVE GATE-OBJECT TO
                               WS-GT-OBJECT(WS-GATE-COUNT)
                           MOVE ZEROES TO
                               WS-GT-MIN-RECORDS(WS-GATE-COUNT)
                           MOVE 999 TO WS-GT-MAX-AGE(WS-GATE-COUNT)
                           IF GATE-MIN-RECORDS IS NUMERIC
                               MOVE GATE-MIN-RECORDS TO
                                   WS-GT-MIN-RECORDS(WS-GATE-COUNT)
                           END-IF
                           IF GATE-MAX-AGE IS NUMERIC
                               MOVE GATE-MAX-AGE TO
                                   WS-GT-MAX-AGE(WS-GATE-COUNT)
                           END-IF
                       END-IF
                       READ GATE-DEFINITIONS
                        AT END SET END-OF-GATE-DEFS TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE GATE-DEFINITIONS
               END-IF.
               DISPLAY "PRE-REQUISITOS CARREGADOS: " WS-GATE-COUNT.
               MOVE "GATE-ESPERA-MIN" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   COMPUTE WS-GATE-WAIT-MAX =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO GATE-ESPERA-MIN: " WS-GATE-WAIT-MAX.

      *    Varre o RUN-CONTROL.DAT atras de passos ja COMPLETED no
      *    dia util corrente; o ultimo registro de cada passo vale.
           0200-LOAD-PRIOR-STATUS.
      *    retem os passos seguintes dela, as outras seguem.
           0300-RUN-ONE-STEP.
               PERFORM 0350-CHECK-CHAIN-DOWN.
               PERFORM 0370-CHECK-CHAIN-WAITING.
               EVALUATE TRUE
                   WHEN WS-STEP-ENABLED(WS-STEP-SUB) NOT = 'Y'
                       ADD 1 TO WS-SKIPPED-COUNT
                           " CAIDA, RETENDO: "
                           WS-STEP-NAME(WS-STEP-SUB)
                       MOVE "HELD" TO WS-STATUS-TEXT
                       MOVE SPACES TO WS-STATUS-REASON
                       STRING "CADEIA " WS-STEP-CHAIN(WS-STEP-SUB)
                           " CAIDA" DELIMITED BY SIZE
                           INTO WS-STATUS-REASON
                       PERFORM 0400-WRITE-RUN-CONTROL
                   WHEN WS-WAIT-CHAIN-HIT > ZEROES
                       MOVE SPACES TO WS-GATE-REASON
                       STRING "AGUARDA " DELIMITED BY SIZE
                           WS-WAIT-CHAIN-STEP(WS-WAIT-CHAIN-HIT)
                           DELIMITED BY SPACE
                           " NA CADEIA " WS-STEP-CHAIN(WS-STEP-SUB)
                           DELIMITED BY SIZE INTO WS-GATE-REASON
                       MOVE 'N' TO WS-GATE-FILE-SWITCH
                       PERFORM 0380-MARK-STEP-WAITING
      *    O DAYEND so fecha o dia util com todas as cadeias de pe:
      *    avançar a data com passo caido ou retido faria a
      *    reexecução nao reconhecer os COMPLETED da noite e
                       DISPLAY "HA PASSO CAIDO OU RETIDO, RETENDO: "
                           WS-STEP-NAME(WS-STEP-SUB)
                       MOVE "HELD" TO WS-STATUS-TEXT
                       MOVE "HA PASSO CAIDO OU RETIDO NA NOITE"
                           TO WS-STATUS-REASON
                       PERFORM 0400-WRITE-RUN-CONTROL
                   WHEN WS-STEP-NAME(WS-STEP-SUB) = 'DAYEND'
                           AND WS-WAITING-COUNT > ZEROES
                       MOVE "AGUARDA PASSOS PENDENTES DA NOITE"
                           TO WS-GATE-REASON
                       MOVE 'N' TO WS-GATE-FILE-SWITCH
                       PERFORM 0380-MARK-STEP-WAITING
                   WHEN OTHER
                       PERFORM 0700-CHECK-GATES
                       IF GATES-ARE-MET
                           PERFORM 0310-EXECUTE-STEP
                       ELSE
                           PERFORM 0380-MARK-STEP-WAITING
                       END-IF
               END-EVALUATE.

           0310-EXECUTE-STEP.
               DISPLAY "INICIANDO PASSO: "
                   WS-STEP-NAME(WS-STEP-SUB).
               MOVE "STARTED" TO WS-STATUS-TEXT.
               MOVE SPACES TO WS-STATUS-REASON.
               PERFORM 0400-WRITE-RUN-CONTROL.
               MOVE ZERO TO RETURN-CODE.
               PERFORM 0500-CALL-STEP.
               MOVE SPACES TO WS-STATUS-REASON.
               IF RETURN-CODE = ZERO
                   MOVE 'Y' TO WS-STEP-DONE(WS-STEP-SUB)
                   MOVE "COMPLETED" TO WS-STATUS-TEXT
                   PERFORM 0400-WRITE-RUN-CONTROL
                   DISPLAY "PASSO CONCLUIDO: "
                       WS-FAILED-CHAIN(WS-FAILED-COUNT)
               END-IF.

           0370-CHECK-CHAIN-WAITING.
               MOVE ZEROES TO WS-WAIT-CHAIN-HIT.
               PERFORM VARYING WS-WAIT-CHAIN-SUB FROM 1 BY 1
                       UNTIL WS-WAIT-CHAIN-SUB > WS-WAIT-CHAIN-COUNT
                   IF WS-WAIT-CHAIN(WS-WAIT-CHAIN-SUB) =
                           WS-STEP-CHAIN(WS-STEP-SUB)
                       AND WS-WAIT-CHAIN-HIT = ZEROES
                       MOVE WS-WAIT-CHAIN-SUB TO WS-WAIT-CHAIN-HIT
                   END-IF
               END-PERFORM.

      *    O passo fica aguardando com o motivo em WS-GATE-REASON;
      *    o primeiro que aguarda numa cadeia segura os seguintes.
           0380-MARK-STEP-WAITING.
               MOVE 'Y' TO WS-STEP-WAITING(WS-STEP-SUB).
               MOVE WS-GATE-REASON TO WS-STEP-REASON(WS-STEP-SUB).
               ADD 1 TO WS-WAITING-COUNT.
               IF WAITING-ON-FILE
                   ADD 1 TO WS-FILE-WAIT-COUNT
               END-IF.
               DISPLAY "PASSO AGUARDANDO: " WS-STEP-NAME(WS-STEP-SUB)
                   " - " WS-GATE-REASON.
               IF WS-WAIT-CHAIN-HIT = ZEROES
                   AND WS-WAIT-CHAIN-COUNT < 10
                   ADD 1 TO WS-WAIT-CHAIN-COUNT
                   MOVE WS-STEP-CHAIN(WS-STEP-SUB) TO
                       WS-WAIT-CHAIN(WS-WAIT-CHAIN-COUNT)
                   MOVE WS-STEP-NAME(WS-STEP-SUB) TO
                       WS-WAIT-CHAIN-STEP(WS-WAIT-CHAIN-COUNT)
               END-IF.

      *    Depois da passada normal: reavalia os passos que
      *    aguardam enquanto algum deles andar (um predecessor de
      *    outra cadeia pode ter terminado depois). Se so falta
      *    arquivo de entrada, espera de minuto em minuto ate
      *    GATE-ESPERA-MIN. O que sobrar fica HELD com o motivo.
           0600-RESOLVE-WAITING-STEPS.
               MOVE 'Y' TO WS-PROGRESS-SWITCH.
               PERFORM UNTIL WS-WAITING-COUNT = ZEROES
                       OR NOT MADE-PROGRESS
                   PERFORM 0610-RETRY-PASS
               END-PERFORM.
               PERFORM UNTIL WS-WAITING-COUNT = ZEROES
                       OR WS-FILE-WAIT-COUNT = ZEROES
                       OR WS-GATE-WAITED >= WS-GATE-WAIT-MAX
                   ADD 1 TO WS-GATE-WAITED
                   DISPLAY "AGUARDANDO ARQUIVOS DE ENTRADA - MINUTO "
                       WS-GATE-WAITED " DE " WS-GATE-WAIT-MAX
                   CALL "C$SLEEP" USING WS-SLEEP-SECONDS
                   END-CALL
                   MOVE 'Y' TO WS-PROGRESS-SWITCH
                   PERFORM UNTIL WS-WAITING-COUNT = ZEROES
                           OR NOT MADE-PROGRESS
                       PERFORM 0610-RETRY-PASS
                   END-PERFORM
               END-PERFORM.
               PERFORM 0650-HOLD-WAITING-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           0610-RETRY-PASS.
               MOVE 'N' TO WS-PROGRESS-SWITCH.
               MOVE ZEROES TO WS-WAIT-CHAIN-COUNT.
               MOVE ZEROES TO WS-FILE-WAIT-COUNT.
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   IF WS-STEP-WAITING(WS-STEP-SUB) = 'Y'
                       MOVE 'N' TO WS-STEP-WAITING(WS-STEP-SUB)
                       SUBTRACT 1 FROM WS-WAITING-COUNT
                       PERFORM 0300-RUN-ONE-STEP
                       IF WS-STEP-WAITING(WS-STEP-SUB) NOT = 'Y'
                           SET MADE-PROGRESS TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           0650-HOLD-WAITING-STEP.
               IF WS-STEP-WAITING(WS-STEP-SUB) = 'Y'
                   MOVE 'N' TO WS-STEP-WAITING(WS-STEP-SUB)
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "PRE-REQUISITO PENDENTE, RETENDO: "
                       WS-STEP-NAME(WS-STEP-SUB) " - "
                       WS-STEP-REASON(WS-STEP-SUB)
                   MOVE "HELD" TO WS-STATUS-TEXT
                   MOVE WS-STEP-REASON(WS-STEP-SUB)
                       TO WS-STATUS-REASON
                   PERFORM 0400-WRITE-RUN-CONTROL
               END-IF.

      *    Confere os pre-requisitos do passo; o primeiro pendente
      *    da o motivo.
           0700-CHECK-GATES.
               MOVE 'Y' TO WS-GATES-MET-SWITCH.
               MOVE 'N' TO WS-GATE-FILE-SWITCH.
               MOVE SPACES TO WS-GATE-REASON.
               PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                       UNTIL WS-GATE-SUB > WS-GATE-COUNT
                          OR NOT GATES-ARE-MET
                   IF WS-GT-STEP(WS-GATE-SUB) =
                           WS-STEP-NAME(WS-STEP-SUB)
                       IF WS-GT-TYPE(WS-GATE-SUB) = 'P'
                           PERFORM 0710-CHECK-PREDECESSOR
                       ELSE
                           PERFORM 0720-CHECK-INPUT-FILE
                       END-IF
                   END-IF
               END-PERFORM.

      *    Predecessor desabilitado ou fora do calendario hoje nao
      *    segura ninguem; os demais precisam de COMPLETED no dia.
           0710-CHECK-PREDECESSOR.
               MOVE ZEROES TO WS-PRED-HIT.
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > WS-STEP-COUNT
                   IF WS-STEP-NAME(WS-PRED-SUB) =
                           WS-GT-OBJECT(WS-GATE-SUB)
                       MOVE WS-PRED-SUB TO WS-PRED-HIT
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN WS-PRED-HIT = ZEROES
                       MOVE 'N' TO WS-GATES-MET-SWITCH
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-GT-OBJECT(WS-GATE-SUB) DELIMITED BY SPACE
                           " NAO DEFINIDO" DELIMITED BY SIZE
                           INTO WS-GATE-REASON
                   WHEN WS-STEP-DONE(WS-PRED-HIT) = 'Y'
                       CONTINUE
                   WHEN WS-STEP-ENABLED(WS-PRED-HIT) NOT = 'Y'
                       CONTINUE
                   WHEN WS-STEP-CALENDAR(WS-PRED-HIT) = 'M'
                           AND NOT TONIGHT-IS-MONTH-END
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-GATES-MET-SWITCH
                       STRING "AGUARDA " DELIMITED BY SIZE
                           WS-GT-OBJECT(WS-GATE-SUB) DELIMITED BY SPACE
                           " COMPLETED SEM ERRO" DELIMITED BY SIZE
                           INTO WS-GATE-REASON
               END-EVALUATE.

      *    Arquivo de entrada: precisa existir, ter o minimo de
      *    registros (sem contar HDR/TRL) e data nao mais antiga que
      *    a data util menos a idade maxima. A data e a do header
      *    HDR quando o arquivo tem um; senao, a da ultima gravação.
           0720-CHECK-INPUT-FILE.
               MOVE WS-GT-OBJECT(WS-GATE-SUB) TO WS-GATE-FILE-NAME.
               CALL "CBL_CHECK_FILE_EXIST" USING WS-GATE-FILE-NAME
                   WS-GATE-FILE-INFO
               END-CALL.
               IF RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'N' TO WS-GATES-MET-SWITCH
                   SET WAITING-ON-FILE TO TRUE
                   STRING "ARQUIVO " DELIMITED BY SIZE
                       WS-GATE-FILE-NAME DELIMITED BY SPACE
                       " AUSENTE" DELIMITED BY SIZE
                       INTO WS-GATE-REASON
               ELSE
                   COMPUTE WS-GATE-FILE-DATE = WS-GFI-YEAR * 10000
                       + WS-GFI-MONTH * 100 + WS-GFI-DAY
                   PERFORM 0730-COUNT-INPUT-RECORDS
                   PERFORM 0740-JUDGE-INPUT-FILE
               END-IF.

           0730-COUNT-INPUT-RECORDS.
               MOVE ZEROES TO WS-GATE-RECORDS.
               MOVE 'Y' TO WS-GATE-FIRST-LINE.
               OPEN INPUT GATE-INPUT.
               IF WS-GATE-INPUT-STATUS = "00"
                   READ GATE-INPUT
                    AT END SET END-OF-GATE-INPUT TO TRUE
                   END-READ
                   PERFORM UNTIL END-OF-GATE-INPUT
                       EVALUATE TRUE
                           WHEN GATE-INPUT-TAG = "HDR"
                               IF WS-GATE-FIRST-LINE = 'Y'
                                   AND GATE-INPUT-DATE IS NUMERIC
                                   MOVE GATE-INPUT-DATE
                                       TO WS-GATE-FILE-DATE
                               END-IF
                           WHEN GATE-INPUT-TAG = "TRL"
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-GATE-RECORDS
                       END-EVALUATE
                       MOVE 'N' TO WS-GATE-FIRST-LINE
                       READ GATE-INPUT
                        AT END SET END-OF-GATE-INPUT TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE GATE-INPUT
               END-IF.

           0740-JUDGE-INPUT-FILE.
               IF WS-GT-MAX-AGE(WS-GATE-SUB) < 999
                   COMPUTE WS-GATE-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                       - WS-GT-MAX-AGE(WS-GATE-SUB))
               ELSE
                   MOVE ZEROES TO WS-GATE-CUTOFF-DATE
               END-IF.
               EVALUATE TRUE
                   WHEN WS-GATE-RECORDS <
                           WS-GT-MIN-RECORDS(WS-GATE-SUB)
                       MOVE 'N' TO WS-GATES-MET-SWITCH
                       SET WAITING-ON-FILE TO TRUE
                       STRING WS-GATE-FILE-NAME DELIMITED BY SPACE
                           " " WS-GATE-RECORDS " REG (MIN "
                           WS-GT-MIN-RECORDS(WS-GATE-SUB) ")"
                           DELIMITED BY SIZE INTO WS-GATE-REASON
                   WHEN WS-GATE-FILE-DATE < WS-GATE-CUTOFF-DATE
                       MOVE 'N' TO WS-GATES-MET-SWITCH
                       SET WAITING-ON-FILE TO TRUE
                       STRING WS-GATE-FILE-NAME DELIMITED BY SPACE
                           " DE " WS-GATE-FILE-DATE " (MIN "
                           WS-GATE-CUTOFF-DATE ")"
                           DELIMITED BY SIZE INTO WS-GATE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    Se o programa chamado cair com STOP RUN, a cadeia inteira
      *    para aqui e o registro STARTED fica como evidencia; a
      *    proxima execução do dia retoma deste passo. Nome que nao
                   WHEN 'VSSTORERPT'
                       CALL "VSSTORERPT"
                       END-CALL
                   WHEN 'VSSTORERET'
                       CALL "VSSTORERET"
                       END-CALL
                   WHEN 'VSGENRERPT'
                       CALL "VSGENRERPT"
                       END-CALL
                   WHEN 'EMPLEAVEACCRUE'
                       CALL "EMPLEAVEACCRUE"
                       END-CALL
                   WHEN 'EMPLEAVELIAB'
                       CALL "EMPLEAVELIAB"
                       END-CALL
                   WHEN 'EMPORGCHART'
                       CALL "EMPORGCHART"
                       END-CALL
                   WHEN 'EMPSPANCTL'
                       CALL "EMPSPANCTL"
                       END-CALL
                   WHEN 'EMPPOSCTL'
                       CALL "EMPPOSCTL"
                       END-CALL
                   WHEN 'EMPTURNOVER'
                       CALL "EMPTURNOVER"
                       END-CALL
                   WHEN 'EMPPENDRPT'
                       CALL "EMPPENDRPT"
                       END-CALL
                   WHEN 'PACIENTEMANUT'
                       CALL "PACIENTEMANUT"
                       END-CALL
                   WHEN 'PACIENTECARGA'
                       CALL "PACIENTECARGA"
                       END-CALL
                   WHEN 'PACIENTEDUPLIC'
                       CALL "PACIENTEDUPLIC"
                       END-CALL
                   WHEN 'IMCIMPORTBAL'
                       CALL "IMCIMPORTBAL"
                       END-CALL
                   WHEN 'IMCMETAMANUT'
                       CALL "IMCMETAMANUT"
                       END-CALL
                   WHEN 'IMCLOTE'
                       CALL "IMCCALCULADORALOTE"
                       END-CALL
                   WHEN 'IMCHISTORICO'
                       CALL "IMCHISTORICO"
                       END-CALL
                   WHEN 'IMCPROGMETA'
                       CALL "IMCPROGMETA"
                       END-CALL
                   WHEN 'IMCQUALCLINICA'
                       CALL "IMCQUALCLINICA"
                       END-CALL
                   WHEN 'ENHANCEDBMI'
                       CALL "ENHANCEDBMICALCULATOR"
                       END-CALL
                   WHEN 'BALANCECHECK'
                       CALL "BALANCECHECK"
                       END-CALL
                   WHEN 'GLINTERFACE'
                       CALL "GLINTERFACE"
                       END-CALL
                   WHEN 'DAYEND'
                       CALL "DAYEND"
                       END-CALL
               MOVE WS-BUSINESS-DATE TO RC-DATE.
               MOVE WS-STEP-NAME(WS-STEP-SUB) TO RC-STEP.
               MOVE WS-STATUS-TEXT TO RC-STATUS.
               MOVE WS-STATUS-REASON TO RC-REASON.
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
               STRING WS-CDT-YEAR "-" WS-CDT-MONTH "-" WS-CDT-DAY
                   " " WS-CDT-HOUR ":" WS-CDT-MIN ":" WS-CDT-SEC
