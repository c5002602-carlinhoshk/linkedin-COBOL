       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECKPI.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: painel executivo de uma pagina,
      *           EXEC-KPI-REPORT.DAT, com os numeros que a diretoria
      *           pede toda segunda e que eram montados a mao a
      *           partir de meia duzia de relatorios:
      *           - vendas: unidades e receita do trimestre contra o
      *             orçado (SALES-BUDGET.EDITED, receita pelo preço
      *             vigente no fim do trimestre), o mais vendido e os
      *             ajustes recusados em SALES-ADJ-EXCEPTIONS.DAT
      *             esperando correção;
      *           - RH: ativos, admissões e desligamentos do mes em
      *             EMPLOYEES.NEW e a situação da confirmação do
      *             bureau de folha (PAYROLL-EXTRACT-REGISTER.DAT
      *             contra PAYROLL-ACK.DAT, como no PAYACKRECON);
      *           - IMC: pacientes medidos na semana, percentual em
      *             cada faixa (ultima medição da semana) e a fila de
      *             rechamada de BMI-RECALL-PENDING.DAT;
      *           - operação: passos caidos e retidos na ultima noite
      *             de RUN-CONTROL.DAT e passos acima do SLA / minutos
      *             de atraso gravados pelo BATCHSLA no log central.
      *           Roda de manha, depois do BATCHSLA. A data de
      *           referencia e a data util menos um, como no
      *           OPSSUMMARY. Cada indicador mostra a variação contra
      *           a semana anterior, lida de KPI-HISTORY.DAT (data,
      *           indicador, valor), onde a execução grava os seus
      *           valores; a base e a ultima data do historico ate
      *           sete dias antes da referencia. KPI-RETENCAO em
      *           RUN-PARAMETERS.DAT (default 91) limita o historico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIDEOGAMEFILE ASSIGN TO "VIDEOSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VG-STATUS.

           SELECT PRICE-FILE ASSIGN TO "GAME-PRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRICE-STATUS.

           SELECT BUDGET-CLEAN ASSIGN TO "SALES-BUDGET.EDITED"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUDGET-STATUS.

           SELECT ADJ-EXCEPTIONS ASSIGN TO "SALES-ADJ-EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AEXC-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEES.NEW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMP-STATUS.

           SELECT EXTRACT-REGISTER ASSIGN TO
                "PAYROLL-EXTRACT-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XREG-STATUS.

           SELECT BUREAU-ACK ASSIGN TO "PAYROLL-ACK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.

           SELECT BMI-HISTORY ASSIGN TO "BMI-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

           SELECT RECALL-PENDING ASSIGN TO "BMI-RECALL-PENDING.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PEND-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RC-STATUS.

           SELECT SYSTEM-RUN-LOG ASSIGN TO "SYSTEM-RUN-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.

           SELECT KPI-HISTORY ASSIGN TO "KPI-HISTORY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-KH-STATUS.

           SELECT KPI-REPORT ASSIGN TO "EXEC-KPI-REPORT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD VIDEOGAMEFILE.
           01 VG-LINE.
               88 END-OF-VG VALUE HIGH-VALUES.
               05  VG-SKU             PIC 9(4).
               05  VG-TITLE           PIC X(20).
               05  VG-QTRLY-SALES     PIC 9(5) OCCURS 4 TIMES.
               05  VG-GENRE           PIC X(3).
               05  VG-PLATFORM        PIC X(3).
               05  VG-STATUS          PIC X.
               05  FILLER             PIC X(29).

           FD PRICE-FILE.
           01 PRICE-REC.
               88 END-OF-PRICES VALUE HIGH-VALUES.
               05  GPR-SKU            PIC 9(4).
               05  FILLER             PIC X.
               05  GPR-PRICE          PIC 9(4)V99.
               05  FILLER             PIC X.
               05  GPR-EFF-DATE       PIC 9(8).

           FD BUDGET-CLEAN.
           01 BUDGET-DETAILS.
               88 END-OF-BUDGET VALUE HIGH-VALUES.
               05  BUD-SKU            PIC 9(4).
               05  BUD-QUARTER-ENTRY  OCCURS 4 TIMES.
                   10  FILLER         PIC X.
                   10  BUD-QTR-UNITS  PIC 9(7).

           FD ADJ-EXCEPTIONS.
           01 ADJ-EXC-LINE            PIC X(100).

           FD EMPLOYEE-MASTER.
           01 EMP-LINE.
               88 END-OF-EMP VALUE HIGH-VALUES.
               05  FILLER             PIC X(38).
               05  EMP-HIRE-DATE      PIC X(8).
               05  FILLER             PIC X(11).
               05  EMP-STATUS         PIC X.
               05  EMP-TERM-DATE      PIC X(8).
               05  FILLER             PIC X(14).

           FD EXTRACT-REGISTER.
           01 REGISTER-REC.
               88 END-OF-REGISTER VALUE HIGH-VALUES.
               05  REG-GENERATION     PIC 9(6).
               05  FILLER             PIC X.
               05  REG-RUN-DATE       PIC 9(8).
               05  FILLER             PIC X.
               05  REG-COUNT          PIC 9(7).
               05  FILLER             PIC X.
               05  REG-SSN-HASH       PIC 9(13).

           FD BUREAU-ACK.
           01 ACK-REC.
               88 END-OF-ACK VALUE HIGH-VALUES.
               05  ACK-GENERATION     PIC 9(6).
               05  FILLER             PIC X.
               05  ACK-COUNT          PIC 9(7).
               05  FILLER             PIC X.
               05  ACK-SSN-HASH       PIC 9(13).
               05  FILLER             PIC X.
               05  ACK-STATUS         PIC X.

           FD BMI-HISTORY.
           01 HIST-LINE.
               88 END-OF-HISTORY VALUE HIGH-VALUES.
               05  HIST-PATIENT-ID    PIC 9(6).
               05  HIST-MEAS-STAMP.
                   10  HIST-MEAS-DATE PIC 9(8).
                   10  HIST-MEAS-TIME PIC 9(6).
               05  FILLER             PIC X(55).
               05  HIST-CATEGORY      PIC X(17).
               05  FILLER             PIC X(4).

           FD RECALL-PENDING.
           01 PENDING-REC.
               88 END-OF-PENDING VALUE HIGH-VALUES.
               COPY BMIRCP.

           FD RUN-CONTROL.
           01 RUN-CONTROL-REC.
               88 END-OF-RUN-CONTROL VALUE HIGH-VALUES.
               05  RC-DATE            PIC 9(8).
               05  FILLER             PIC X.
               05  RC-STEP            PIC X(14).
               05  FILLER             PIC X.
               05  RC-STATUS          PIC X(9).
               05  FILLER             PIC X.
               05  RC-TIMESTAMP       PIC X(19).
               05  FILLER             PIC X.
               05  RC-REASON          PIC X(45).

           FD SYSTEM-RUN-LOG.
           01 RUN-LOG-REC.
               88 END-OF-RUN-LOG VALUE HIGH-VALUES.
               05  RL-DATE            PIC 9(8).
               05  FILLER             PIC X.
               05  RL-TIME            PIC 9(6).
               05  FILLER             PIC X.
               05  RL-ACTION          PIC X.
               05  FILLER             PIC X.
               05  RL-PROGRAM         PIC X(14).
               05  FILLER             PIC X.
               05  RL-READ            PIC 9(7).
               05  FILLER             PIC X.
               05  RL-WRITTEN         PIC 9(7).
               05  FILLER             PIC X.
               05  RL-REJECTED        PIC 9(7).
               05  FILLER             PIC X.
               05  RL-OUTCOME         PIC X(8).

      *    Historico dos indicadores: um valor por data e codigo.
           FD KPI-HISTORY.
           01 KPI-HISTORY-REC.
               88 END-OF-KPI-HISTORY VALUE HIGH-VALUES.
               05  KH-DATE            PIC 9(8).
               05  FILLER             PIC X.
               05  KH-CODE            PIC X(12).
               05  FILLER             PIC X.
               05  KH-VALUE           PIC 9(11)V99.

           FD KPI-REPORT.
           01 REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-VG-STATUS             PIC XX VALUE SPACES.
           01  WS-PRICE-STATUS          PIC XX VALUE SPACES.
           01  WS-BUDGET-STATUS         PIC XX VALUE SPACES.
           01  WS-AEXC-STATUS           PIC XX VALUE SPACES.
           01  WS-EMP-STATUS            PIC XX VALUE SPACES.
           01  WS-XREG-STATUS           PIC XX VALUE SPACES.
           01  WS-ACK-STATUS            PIC XX VALUE SPACES.
           01  WS-HIST-STATUS           PIC XX VALUE SPACES.
           01  WS-PEND-STATUS           PIC XX VALUE SPACES.
           01  WS-RC-STATUS             PIC XX VALUE SPACES.
           01  WS-LOG-STATUS            PIC XX VALUE SPACES.
           01  WS-KH-STATUS             PIC XX VALUE SPACES.
           01  WS-REPORT-STATUS         PIC XX VALUE SPACES.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.
           01  WS-ACK-MAX-DIAS          PIC 9(3) VALUE 5.
           01  WS-RECALL-DIAS           PIC 9(3) VALUE 30.
           01  WS-RETENTION-DAYS        PIC 9(3) VALUE 91.

      *    Datas de trabalho: referencia, inicio da semana, base
      *    de comparação e corte do historico.
           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-REF-DATE              PIC 9(8) VALUE ZEROES.
           01  WS-REF-FIELDS REDEFINES WS-REF-DATE.
               05  WS-REF-YEAR          PIC 9(4).
               05  WS-REF-MONTH         PIC 9(2).
               05  WS-REF-DAY           PIC 9(2).
           01  WS-REF-INT               PIC 9(8) VALUE ZEROES.
           01  WS-WEEK-START            PIC 9(8) VALUE ZEROES.
           01  WS-BASE-TARGET           PIC 9(8) VALUE ZEROES.
           01  WS-BASE-DATE             PIC 9(8) VALUE ZEROES.
           01  WS-KEEP-FROM             PIC 9(8) VALUE ZEROES.
           01  WS-REF-QTR               PIC 9 VALUE ZERO.
           01  WS-QTR-END-DATE          PIC 9(8) VALUE ZEROES.
           01  WS-AGE-DAYS              PIC S9(8) VALUE ZEROES.

      *    Vendas.
           01  WS-PRICE-TABLE-AREA.
               05  WS-PRICE-ENTRY OCCURS 500 TIMES.
                   10  WS-PR-SKU        PIC 9(4).
                   10  WS-PR-PRICE      PIC 9(4)V99.
                   10  WS-PR-EFF-DATE   PIC 9(8).
           01  WS-PRICE-COUNT           PIC 9(3) VALUE ZEROES.
           01  WS-PRICE-MAX             PIC 9(3) VALUE 500.
           01  WS-PRICE-SUB             PIC 9(3) VALUE ZEROES.
           01  WS-BEST-EFF-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-UNIT-PRICE            PIC 9(4)V99 VALUE ZEROES.
           01  WS-BUDGET-TABLE-AREA.
               05  WS-BUDGET-ENTRY OCCURS 500 TIMES.
                   10  WS-BG-SKU        PIC 9(4).
                   10  WS-BG-UNITS      PIC 9(7).
           01  WS-BUDGET-COUNT          PIC 9(3) VALUE ZEROES.
           01  WS-BUDGET-MAX            PIC 9(3) VALUE 500.
           01  WS-BUDGET-SUB            PIC 9(3) VALUE ZEROES.
           01  WS-SALES-AVAIL           PIC X VALUE 'N'.
           01  WS-BUDGET-AVAIL          PIC X VALUE 'N'.
           01  WS-QTD-UNITS             PIC 9(11) VALUE ZEROES.
           01  WS-QTD-REVENUE           PIC 9(11)V99 VALUE ZEROES.
           01  WS-BUDGET-UNITS          PIC 9(11) VALUE ZEROES.
           01  WS-BUDGET-REVENUE        PIC 9(11)V99 VALUE ZEROES.
           01  WS-PCT-BUDGET-UNITS      PIC 9(5)V9 VALUE ZEROES.
           01  WS-PCT-BUDGET-REVENUE    PIC 9(5)V9 VALUE ZEROES.
           01  WS-TOP-SKU               PIC 9(4) VALUE ZEROES.
           01  WS-TOP-TITLE             PIC X(20) VALUE SPACES.
           01  WS-TOP-UNITS             PIC 9(7) VALUE ZEROES.
           01  WS-OPEN-ADJUSTMENTS      PIC 9(7) VALUE ZEROES.

      *    RH e confirmação da folha.
           01  WS-HR-AVAIL              PIC X VALUE 'N'.
           01  WS-ACTIVE-COUNT          PIC 9(7) VALUE ZEROES.
           01  WS-HIRE-COUNT            PIC 9(7) VALUE ZEROES.
           01  WS-SEPARATION-COUNT      PIC 9(7) VALUE ZEROES.
           01  WS-ACK-TABLE-AREA.
               05  WS-ACK-ENTRY OCCURS 500 TIMES.
                   10  WS-AK-GENERATION PIC 9(6).
                   10  WS-AK-COUNT      PIC 9(7).
                   10  WS-AK-HASH       PIC 9(13).
                   10  WS-AK-STATUS     PIC X.
           01  WS-ACK-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-ACK-MAX               PIC 9(3) VALUE 500.
           01  WS-ACK-SUB               PIC 9(3) VALUE ZEROES.
           01  WS-ACK-HIT               PIC 9(3) VALUE ZEROES.
           01  WS-PAY-AVAIL             PIC X VALUE 'N'.
           01  WS-GEN-PENDING           PIC 9(7) VALUE ZEROES.
           01  WS-GEN-OVERDUE           PIC 9(7) VALUE ZEROES.
           01  WS-GEN-PROBLEM           PIC 9(7) VALUE ZEROES.
           01  WS-LAST-GENERATION       PIC 9(6) VALUE ZEROES.
           01  WS-LAST-GEN-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-GEN-SITUATION         PIC X(30) VALUE SPACES.

      *    IMC: ultima medição da semana de cada paciente.
           01  WS-PATIENT-TABLE-AREA.
               05  WS-PATIENT-ENTRY OCCURS 5000 TIMES.
                   10  WS-PT-ID         PIC 9(6).
                   10  WS-PT-STAMP      PIC 9(14).
                   10  WS-PT-CATEGORY   PIC X(17).
           01  WS-PATIENT-COUNT         PIC 9(4) VALUE ZEROES.
           01  WS-PATIENT-MAX           PIC 9(4) VALUE 5000.
           01  WS-PATIENT-SUB           PIC 9(4) VALUE ZEROES.
           01  WS-PATIENT-HIT           PIC 9(4) VALUE ZEROES.
           01  WS-PATIENT-OVERFLOW      PIC 9(5) VALUE ZEROES.
           01  WS-BMI-AVAIL             PIC X VALUE 'N'.
           01  WS-BAND-COUNTS.
               05  WS-BAND-UNDER        PIC 9(5) VALUE ZEROES.
               05  WS-BAND-NORMAL       PIC 9(5) VALUE ZEROES.
               05  WS-BAND-OVER         PIC 9(5) VALUE ZEROES.
               05  WS-BAND-OBESE        PIC 9(5) VALUE ZEROES.
           01  WS-PCT-UNDER             PIC 9(3)V9 VALUE ZEROES.
           01  WS-PCT-NORMAL            PIC 9(3)V9 VALUE ZEROES.
           01  WS-PCT-OVER              PIC 9(3)V9 VALUE ZEROES.
           01  WS-PCT-OBESE             PIC 9(3)V9 VALUE ZEROES.
           01  WS-RECALL-AVAIL          PIC X VALUE 'N'.
           01  WS-RECALL-BACKLOG        PIC 9(7) VALUE ZEROES.
           01  WS-RECALL-OVERDUE        PIC 9(7) VALUE ZEROES.

      *    Operação: situação final de cada passo na ultima noite.
           01  WS-NIGHT-DATE            PIC 9(8) VALUE ZEROES.
           01  WS-STEP-TABLE-AREA.
               05  WS-STEP-ENTRY OCCURS 60 TIMES.
                   10  WS-ST-NAME       PIC X(14).
                   10  WS-ST-STATUS     PIC X(9).
           01  WS-STEP-COUNT            PIC 9(3) VALUE ZEROES.
           01  WS-STEP-MAX              PIC 9(3) VALUE 60.
           01  WS-STEP-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-STEP-HIT              PIC 9(3) VALUE ZEROES.
           01  WS-OPS-AVAIL             PIC X VALUE 'N'.
           01  WS-SLA-AVAIL             PIC X VALUE 'N'.
           01  WS-FAILED-STEPS          PIC 9(7) VALUE ZEROES.
           01  WS-HELD-STEPS            PIC 9(7) VALUE ZEROES.
           01  WS-OVER-SLA-STEPS        PIC 9(7) VALUE ZEROES.
           01  WS-LATE-MINUTES          PIC 9(7) VALUE ZEROES.

      *    Os indicadores do painel, na ordem do relatorio: codigo
      *    no historico, tipo (Q quantidade, V valor, P percentual)
      *    e rotulo.
           01  WS-KPI-DEFINITIONS.
               05  FILLER PIC X(12) VALUE 'VND-UNID-TRI'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'UNIDADES VENDIDAS NO TRIMESTRE'.
               05  FILLER PIC X(12) VALUE 'VND-UNID-ORC'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'UNIDADES ORCADAS NO TRIMESTRE'.
               05  FILLER PIC X(12) VALUE 'VND-PCT-UORC'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  REALIZADO / ORCADO (UNID.)'.
               05  FILLER PIC X(12) VALUE 'VND-RECEITA'.
               05  FILLER PIC X VALUE 'V'.
               05  FILLER PIC X(32) VALUE
                   'RECEITA DO TRIMESTRE'.
               05  FILLER PIC X(12) VALUE 'VND-REC-ORC'.
               05  FILLER PIC X VALUE 'V'.
               05  FILLER PIC X(32) VALUE
                   'RECEITA ORCADA NO TRIMESTRE'.
               05  FILLER PIC X(12) VALUE 'VND-PCT-RORC'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  REALIZADO / ORCADO (RECEITA)'.
               05  FILLER PIC X(12) VALUE 'VND-TOP-UNID'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'UNIDADES DO MAIS VENDIDO'.
               05  FILLER PIC X(12) VALUE 'VND-AJU-ABER'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'AJUSTES RECUSADOS EM ABERTO'.
               05  FILLER PIC X(12) VALUE 'RH-ATIVOS'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'FUNCIONARIOS ATIVOS'.
               05  FILLER PIC X(12) VALUE 'RH-ADMISSOES'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'ADMISSOES NO MES'.
               05  FILLER PIC X(12) VALUE 'RH-DESLIGAM'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'DESLIGAMENTOS NO MES'.
               05  FILLER PIC X(12) VALUE 'RH-FOLHA-PEN'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'GERACOES DA FOLHA SEM ACK'.
               05  FILLER PIC X(12) VALUE 'RH-FOLHA-VEN'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   '  SEM ACK APOS O PRAZO'.
               05  FILLER PIC X(12) VALUE 'RH-FOLHA-PRB'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'GERACOES REJEITADAS/DIVERGENTES'.
               05  FILLER PIC X(12) VALUE 'IMC-MEDIDOS'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'PACIENTES MEDIDOS NA SEMANA'.
               05  FILLER PIC X(12) VALUE 'IMC-PCT-ABX'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  ABAIXO DO PESO'.
               05  FILLER PIC X(12) VALUE 'IMC-PCT-NOR'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  PESO NORMAL'.
               05  FILLER PIC X(12) VALUE 'IMC-PCT-SOB'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  SOBREPESO'.
               05  FILLER PIC X(12) VALUE 'IMC-PCT-OBE'.
               05  FILLER PIC X VALUE 'P'.
               05  FILLER PIC X(32) VALUE
                   '  OBESIDADE'.
               05  FILLER PIC X(12) VALUE 'IMC-RECHAMA'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'RECHAMADAS EM ABERTO'.
               05  FILLER PIC X(12) VALUE 'IMC-RECH-VEN'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   '  FORA DA JANELA (FALTOSOS)'.
               05  FILLER PIC X(12) VALUE 'OPS-FALHAS'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'PASSOS CAIDOS NA NOITE'.
               05  FILLER PIC X(12) VALUE 'OPS-RETIDOS'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'PASSOS RETIDOS NA NOITE'.
               05  FILLER PIC X(12) VALUE 'OPS-ACIMA-SL'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'PASSOS ACIMA DO SLA'.
               05  FILLER PIC X(12) VALUE 'OPS-MIN-ATRA'.
               05  FILLER PIC X VALUE 'Q'.
               05  FILLER PIC X(32) VALUE
                   'MINUTOS APOS O FIM DA JANELA'.
           01  WS-KPI-DEF-TABLE REDEFINES WS-KPI-DEFINITIONS.
               05  WS-KD-ENTRY OCCURS 25 TIMES.
                   10  WS-KD-CODE       PIC X(12).
                   10  WS-KD-KIND       PIC X.
                   10  WS-KD-LABEL      PIC X(32).
           01  WS-KPI-VALUES.
               05  WS-KV-ENTRY OCCURS 25 TIMES.
                   10  WS-KV-VALUE      PIC 9(11)V99.
                   10  WS-KV-AVAIL      PIC X.
                   10  WS-KV-PRIOR      PIC 9(11)V99.
                   10  WS-KV-PRIOR-SEEN PIC X.
           01  WS-KPI-COUNT             PIC 9(3) VALUE 25.
           01  WS-KPI-SUB               PIC 9(3) VALUE ZEROES.
           01  WS-SET-VALUE             PIC 9(11)V99 VALUE ZEROES.
           01  WS-SET-AVAIL             PIC X VALUE 'N'.

      *    Historico guardado em memoria para a regravação.
           01  WS-HISTORY-TABLE-AREA.
               05  WS-HISTORY-ENTRY OCCURS 4000 TIMES.
                   10  WS-HS-DATE       PIC 9(8).
                   10  WS-HS-CODE       PIC X(12).
                   10  WS-HS-VALUE      PIC 9(11)V99.
           01  WS-HISTORY-COUNT         PIC 9(4) VALUE ZEROES.
           01  WS-HISTORY-MAX           PIC 9(4) VALUE 4000.
           01  WS-HISTORY-SUB           PIC 9(4) VALUE ZEROES.
           01  WS-HISTORY-DROPPED       PIC 9(5) VALUE ZEROES.
           01  WS-HISTORY-WRITTEN       PIC 9(5) VALUE ZEROES.

           01  WS-DIFFERENCE            PIC S9(11)V99 VALUE ZEROES.
           01  WS-DIFF-PCT              PIC S9(5)V9 VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'EXECKPI'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.
           01  WS-SOURCE-READ           PIC 9(7) VALUE ZEROES.
           01  WS-LINES-WRITTEN         PIC 9(7) VALUE ZEROES.
           01  WS-UNAVAILABLE-COUNT     PIC 9(7) VALUE ZEROES.

      *    Linhas do painel.
           01  WS-REPORT-TITLE.
               05  FILLER     PIC X(14) VALUE SPACES.
               05  FILLER     PIC X(44)
                   VALUE 'PAINEL EXECUTIVO DE INDICADORES - REFERENCIA'.
               05  FILLER     PIC X VALUE SPACE.
               05  WS-RT-DATE         PIC 9(8).
           01  WS-BASE-LINE.
               05  FILLER             PIC X(34) VALUE
                   'VARIACAO CONTRA A SEMANA DE BASE: '.
               05  WS-BL-TEXT         PIC X(40).
           01  WS-COLUMN-HEADING.
               05  FILLER             PIC X(32) VALUE 'INDICADOR'.
               05  FILLER             PIC X(16) VALUE
                   '           ATUAL'.
               05  FILLER             PIC X(18) VALUE
                   '   VARIACAO SEMANA'.
               05  FILLER             PIC X(12) VALUE
                   '   VARIACAO%'.
           01  WS-SECTION-LINE.
               05  FILLER             PIC X(4) VALUE '--- '.
               05  WS-SL-TEXT         PIC X(60).
           01  WS-KPI-LINE.
               05  WS-KL-LABEL        PIC X(32).
               05  WS-KL-VALUE        PIC X(16) JUSTIFIED RIGHT.
               05  WS-KL-CHANGE       PIC X(18) JUSTIFIED RIGHT.
               05  WS-KL-CHANGE-PCT   PIC X(12) JUSTIFIED RIGHT.
           01  WS-NOTE-LINE.
               05  FILLER             PIC X(4) VALUE SPACES.
               05  WS-NL-TEXT         PIC X(80).

      *    Campos editados por tipo de indicador.
           01  WS-EDIT-Q                PIC ZZZ,ZZZ,ZZ9.
           01  WS-EDIT-V                PIC ZZZ,ZZZ,ZZ9.99.
           01  WS-EDIT-P-AREA.
               05  WS-EDIT-P            PIC ZZZZ9.9.
               05  FILLER               PIC X VALUE '%'.
           01  WS-CHANGE-Q              PIC +++,+++,++9.
           01  WS-CHANGE-V              PIC +++,+++,++9.99.
           01  WS-CHANGE-P-AREA.
               05  WS-CHANGE-P          PIC +++++9.9.
               05  FILLER               PIC X(3) VALUE ' PP'.
           01  WS-CHANGE-PCT-AREA.
               05  WS-CHANGE-PCT        PIC +++++9.9.
               05  FILLER               PIC X VALUE '%'.
           01  WS-EDIT-DATE             PIC 9(8) VALUE ZEROES.
           01  WS-EDIT-COUNT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               PERFORM 0110-SET-DATES.
               PERFORM 0200-SALES-KPIS.
               PERFORM 0300-HR-KPIS.
               PERFORM 0400-BMI-KPIS.
               PERFORM 0500-OPS-KPIS.
               PERFORM 0600-BUILD-KPI-TABLE.
               PERFORM 0650-LOAD-KPI-HISTORY.
               PERFORM 0700-WRITE-REPORT.
               PERFORM 0800-SAVE-KPI-HISTORY.
               DISPLAY "DATA DE REFERENCIA.....: " WS-REF-DATE.
               IF WS-BASE-DATE > ZEROES
                   DISPLAY "SEMANA DE BASE.........: " WS-BASE-DATE
               ELSE
                   DISPLAY "SEMANA DE BASE.........: SEM HISTORICO"
               END-IF.
               DISPLAY "INDICADORES SEM FONTE..: " WS-UNAVAILABLE-COUNT.
               DISPLAY "HISTORICO GRAVADO......: " WS-HISTORY-WRITTEN.
               PERFORM 0995-LOG-RUN-END.
               STOP RUN.

           0005-LOG-RUN-START.
               MOVE 'S' TO WS-RL-ACTION.
               MOVE ZEROES TO WS-RL-READ WS-RL-WRITTEN
                   WS-RL-REJECTED.
               MOVE 'INICIO' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

           0995-LOG-RUN-END.
               MOVE WS-SOURCE-READ TO WS-RL-READ.
               MOVE WS-LINES-WRITTEN TO WS-RL-WRITTEN.
               MOVE WS-UNAVAILABLE-COUNT TO WS-RL-REJECTED.
               MOVE 'E' TO WS-RL-ACTION.
               MOVE 'OK' TO WS-RL-OUTCOME.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

      *    O DAYEND ja avançou a data util quando o painel roda:
      *    a referencia e o dia anterior.
           0110-SET-DATES.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1.
               COMPUTE WS-REF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-REF-INT).
               COMPUTE WS-WEEK-START =
                   FUNCTION DATE-OF-INTEGER(WS-REF-INT - 6).
               COMPUTE WS-BASE-TARGET =
                   FUNCTION DATE-OF-INTEGER(WS-REF-INT - 7).
               COMPUTE WS-REF-QTR = (WS-REF-MONTH + 2) / 3.
               MOVE "ACK-MAX-DIAS" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   COMPUTE WS-ACK-MAX-DIAS =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               MOVE "RECALL-DIAS" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 0
                   COMPUTE WS-RECALL-DIAS =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               MOVE "KPI-RETENCAO" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                   AND FUNCTION NUMVAL(WS-PARAM-VALUE) > 7
                   COMPUTE WS-RETENTION-DAYS =
                       FUNCTION NUMVAL(WS-PARAM-VALUE)
               END-IF.
               DISPLAY "PARAMETRO KPI-RETENCAO: "
                   WS-RETENTION-DAYS.
               COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-REF-INT - WS-RETENTION-DAYS).

      *    ---------------------------------------------------------
      *    Vendas: trimestre da data de referencia.
      *    ---------------------------------------------------------
           0200-SALES-KPIS.
               EVALUATE WS-REF-QTR
                   WHEN 1
                       COMPUTE WS-QTR-END-DATE =
                           WS-REF-YEAR * 10000 + 0331
                   WHEN 2
                       COMPUTE WS-QTR-END-DATE =
                           WS-REF-YEAR * 10000 + 0630
                   WHEN 3
                       COMPUTE WS-QTR-END-DATE =
                           WS-REF-YEAR * 10000 + 0930
                   WHEN OTHER
                       COMPUTE WS-QTR-END-DATE =
                           WS-REF-YEAR * 10000 + 1231
               END-EVALUATE.
               PERFORM 0205-LOAD-PRICES.
               PERFORM 0210-LOAD-BUDGET.
               OPEN INPUT VIDEOGAMEFILE.
               IF WS-VG-STATUS = "00"
                   MOVE 'Y' TO WS-SALES-AVAIL
                   READ VIDEOGAMEFILE
                    AT END SET END-OF-VG TO TRUE
                   END-READ
                   PERFORM 0220-ACCUMULATE-GAME UNTIL END-OF-VG
                   CLOSE VIDEOGAMEFILE
               END-IF.
               IF WS-BUDGET-UNITS > ZEROES
                   COMPUTE WS-PCT-BUDGET-UNITS ROUNDED =
                       WS-QTD-UNITS * 100 / WS-BUDGET-UNITS
               END-IF.
               IF WS-BUDGET-REVENUE > ZEROES
                   COMPUTE WS-PCT-BUDGET-REVENUE ROUNDED =
                       WS-QTD-REVENUE * 100 / WS-BUDGET-REVENUE
               END-IF.
               PERFORM 0230-COUNT-OPEN-ADJUSTMENTS.

           0205-LOAD-PRICES.
               OPEN INPUT PRICE-FILE.
               IF WS-PRICE-STATUS = "00"
                   READ PRICE-FILE
                    AT END SET END-OF-PRICES TO TRUE
                   END-READ
                   PERFORM 0206-STORE-PRICE UNTIL END-OF-PRICES
                   CLOSE PRICE-FILE
               END-IF.

           0206-STORE-PRICE.
               IF PRICE-REC NOT = SPACES
                       AND WS-PRICE-COUNT < WS-PRICE-MAX
                   ADD 1 TO WS-PRICE-COUNT
                   MOVE GPR-SKU TO WS-PR-SKU(WS-PRICE-COUNT)
                   MOVE GPR-PRICE TO WS-PR-PRICE(WS-PRICE-COUNT)
                   MOVE GPR-EFF-DATE TO WS-PR-EFF-DATE(WS-PRICE-COUNT)
               END-IF.
               READ PRICE-FILE
                AT END SET END-OF-PRICES TO TRUE
               END-READ.

           0210-LOAD-BUDGET.
               OPEN INPUT BUDGET-CLEAN.
               IF WS-BUDGET-STATUS = "00"
                   MOVE 'Y' TO WS-BUDGET-AVAIL
                   READ BUDGET-CLEAN
                    AT END SET END-OF-BUDGET TO TRUE
                   END-READ
                   PERFORM 0215-STORE-BUDGET UNTIL END-OF-BUDGET
                   CLOSE BUDGET-CLEAN
               END-IF.

           0215-STORE-BUDGET.
               IF BUDGET-DETAILS NOT = SPACES
                       AND WS-BUDGET-COUNT < WS-BUDGET-MAX
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE BUD-SKU TO WS-BG-SKU(WS-BUDGET-COUNT)
                   MOVE BUD-QTR-UNITS(WS-REF-QTR)
                       TO WS-BG-UNITS(WS-BUDGET-COUNT)
               END-IF.
               READ BUDGET-CLEAN
                AT END SET END-OF-BUDGET TO TRUE
               END-READ.

      *    Unidades do trimestre, receita pelo preço vigente no fim
      *    do trimestre (como no VIDEOSALESGENRERPT), o orçado do
      *    SKU valorizado pelo mesmo preço e o mais vendido.
           0220-ACCUMULATE-GAME.
               IF VG-LINE(1:3) NOT = "HDR"
                       AND VG-LINE(1:3) NOT = "TRL"
                   ADD 1 TO WS-SOURCE-READ
                   PERFORM 0225-FIND-QUARTER-PRICE
                   ADD VG-QTRLY-SALES(WS-REF-QTR) TO WS-QTD-UNITS
                   COMPUTE WS-QTD-REVENUE = WS-QTD-REVENUE
                       + VG-QTRLY-SALES(WS-REF-QTR) * WS-UNIT-PRICE
                   IF VG-QTRLY-SALES(WS-REF-QTR) > WS-TOP-UNITS
                       MOVE VG-SKU TO WS-TOP-SKU
                       MOVE VG-TITLE TO WS-TOP-TITLE
                       MOVE VG-QTRLY-SALES(WS-REF-QTR) TO WS-TOP-UNITS
                   END-IF
                   PERFORM VARYING WS-BUDGET-SUB FROM 1 BY 1
                           UNTIL WS-BUDGET-SUB > WS-BUDGET-COUNT
                       IF WS-BG-SKU(WS-BUDGET-SUB) = VG-SKU
                           ADD WS-BG-UNITS(WS-BUDGET-SUB)
                               TO WS-BUDGET-UNITS
                           COMPUTE WS-BUDGET-REVENUE =
                               WS-BUDGET-REVENUE
                               + WS-BG-UNITS(WS-BUDGET-SUB)
                               * WS-UNIT-PRICE
                           MOVE WS-BUDGET-COUNT TO WS-BUDGET-SUB
                       END-IF
                   END-PERFORM
               END-IF.
               READ VIDEOGAMEFILE
                AT END SET END-OF-VG TO TRUE
               END-READ.

           0225-FIND-QUARTER-PRICE.
               MOVE ZEROES TO WS-BEST-EFF-DATE.
               MOVE ZEROES TO WS-UNIT-PRICE.
               PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                       UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
                   IF WS-PR-SKU(WS-PRICE-SUB) = VG-SKU
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) <=
                           WS-QTR-END-DATE
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) >=
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-EFF-DATE(WS-PRICE-SUB) TO
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-PRICE(WS-PRICE-SUB) TO
                           WS-UNIT-PRICE
                   END-IF
               END-PERFORM.

      *    O VSADJUST regrava a lista de recusados a cada rodada:
      *    o que esta nela espera correção e reenvio.
           0230-COUNT-OPEN-ADJUSTMENTS.
               OPEN INPUT ADJ-EXCEPTIONS.
               IF WS-AEXC-STATUS = "00"
                   READ ADJ-EXCEPTIONS
                    AT END MOVE HIGH-VALUES TO ADJ-EXC-LINE
                   END-READ
                   PERFORM 0235-COUNT-ADJ-LINE
                       UNTIL ADJ-EXC-LINE = HIGH-VALUES
                   CLOSE ADJ-EXCEPTIONS
               END-IF.

           0235-COUNT-ADJ-LINE.
               IF ADJ-EXC-LINE NOT = SPACES
                   ADD 1 TO WS-OPEN-ADJUSTMENTS
               END-IF.
               READ ADJ-EXCEPTIONS
                AT END MOVE HIGH-VALUES TO ADJ-EXC-LINE
               END-READ.

      *    ---------------------------------------------------------
      *    RH: cadastro e confirmação do bureau de folha.
      *    ---------------------------------------------------------
           0300-HR-KPIS.
               OPEN INPUT EMPLOYEE-MASTER.
               IF WS-EMP-STATUS = "00"
                   MOVE 'Y' TO WS-HR-AVAIL
                   READ EMPLOYEE-MASTER
                    AT END SET END-OF-EMP TO TRUE
                   END-READ
                   PERFORM 0310-JUDGE-EMPLOYEE UNTIL END-OF-EMP
                   CLOSE EMPLOYEE-MASTER
               END-IF.
               PERFORM 0320-LOAD-ACKS.
               OPEN INPUT EXTRACT-REGISTER.
               IF WS-XREG-STATUS = "00"
                   MOVE 'Y' TO WS-PAY-AVAIL
                   READ EXTRACT-REGISTER
                    AT END SET END-OF-REGISTER TO TRUE
                   END-READ
                   PERFORM 0330-JUDGE-GENERATION UNTIL END-OF-REGISTER
                   CLOSE EXTRACT-REGISTER
               END-IF.

      *    Ativo = situação diferente de T; admissão e desligamento
      *    contam no mes da referencia.
           0310-JUDGE-EMPLOYEE.
               IF EMP-LINE(1:3) NOT = "HDR"
                       AND EMP-LINE(1:3) NOT = "TRL"
                   ADD 1 TO WS-SOURCE-READ
                   IF EMP-STATUS = 'T'
                       IF EMP-TERM-DATE(1:6) = WS-REF-DATE(1:6)
                           ADD 1 TO WS-SEPARATION-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
                   IF EMP-HIRE-DATE(1:6) = WS-REF-DATE(1:6)
                       ADD 1 TO WS-HIRE-COUNT
                   END-IF
               END-IF.
               READ EMPLOYEE-MASTER
                AT END SET END-OF-EMP TO TRUE
               END-READ.

           0320-LOAD-ACKS.
               OPEN INPUT BUREAU-ACK.
               IF WS-ACK-STATUS = "00"
                   READ BUREAU-ACK
                    AT END SET END-OF-ACK TO TRUE
                   END-READ
                   PERFORM 0325-STORE-ACK UNTIL END-OF-ACK
                   CLOSE BUREAU-ACK
               END-IF.

           0325-STORE-ACK.
               IF WS-ACK-COUNT < WS-ACK-MAX
                   ADD 1 TO WS-ACK-COUNT
                   MOVE ACK-GENERATION TO WS-AK-GENERATION(WS-ACK-COUNT)
                   MOVE ACK-COUNT TO WS-AK-COUNT(WS-ACK-COUNT)
                   MOVE ACK-SSN-HASH TO WS-AK-HASH(WS-ACK-COUNT)
                   MOVE ACK-STATUS TO WS-AK-STATUS(WS-ACK-COUNT)
               END-IF.
               READ BUREAU-ACK
                AT END SET END-OF-ACK TO TRUE
               END-READ.

      *    Mesmo julgamento do PAYACKRECON: sem ACK (vencida depois
      *    de ACK-MAX-DIAS), rejeitada, contagem ou hash divergente,
      *    ou confirmada. A ultima geração do registro sai por
      *    extenso no painel.
           0330-JUDGE-GENERATION.
               MOVE ZEROES TO WS-ACK-HIT.
               PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
                       UNTIL WS-ACK-SUB > WS-ACK-COUNT
                   IF WS-AK-GENERATION(WS-ACK-SUB) = REG-GENERATION
                       MOVE WS-ACK-SUB TO WS-ACK-HIT
                       MOVE WS-ACK-COUNT TO WS-ACK-SUB
                   END-IF
               END-PERFORM.
               MOVE REG-GENERATION TO WS-LAST-GENERATION.
               MOVE REG-RUN-DATE TO WS-LAST-GEN-DATE.
               EVALUATE TRUE
                   WHEN WS-ACK-HIT = ZEROES
                       ADD 1 TO WS-GEN-PENDING
                       MOVE 'AGUARDANDO CONFIRMACAO'
                           TO WS-GEN-SITUATION
                       COMPUTE WS-AGE-DAYS = WS-REF-INT
                           - FUNCTION INTEGER-OF-DATE(REG-RUN-DATE)
                       IF WS-AGE-DAYS > WS-ACK-MAX-DIAS
                           ADD 1 TO WS-GEN-OVERDUE
                           MOVE 'SEM CONFIRMACAO APOS O PRAZO'
                               TO WS-GEN-SITUATION
                       END-IF
                   WHEN WS-AK-STATUS(WS-ACK-HIT) = 'R'
                       ADD 1 TO WS-GEN-PROBLEM
                       MOVE 'REJEITADA PELO BUREAU'
                           TO WS-GEN-SITUATION
                   WHEN WS-AK-COUNT(WS-ACK-HIT) NOT = REG-COUNT
                       OR WS-AK-HASH(WS-ACK-HIT) NOT = REG-SSN-HASH
                       ADD 1 TO WS-GEN-PROBLEM
                       MOVE 'CONFIRMADA COM DIVERGENCIA'
                           TO WS-GEN-SITUATION
                   WHEN OTHER
                       MOVE 'CONFIRMADA SEM DIVERGENCIA'
                           TO WS-GEN-SITUATION
               END-EVALUATE.
               READ EXTRACT-REGISTER
                AT END SET END-OF-REGISTER TO TRUE
               END-READ.

      *    ---------------------------------------------------------
      *    IMC: semana que termina na referencia e fila de
      *    rechamada.
      *    ---------------------------------------------------------
           0400-BMI-KPIS.
               OPEN INPUT BMI-HISTORY.
               IF WS-HIST-STATUS = "00"
                   MOVE 'Y' TO WS-BMI-AVAIL
                   READ BMI-HISTORY
                    AT END SET END-OF-HISTORY TO TRUE
                   END-READ
                   PERFORM 0410-JUDGE-MEASUREMENT UNTIL END-OF-HISTORY
                   CLOSE BMI-HISTORY
                   IF WS-PATIENT-OVERFLOW > ZEROES
                       DISPLAY "PACIENTES DA SEMANA ALEM DA TABELA: "
                           WS-PATIENT-OVERFLOW
                   END-IF
                   PERFORM 0420-COUNT-BAND
                       VARYING WS-PATIENT-SUB FROM 1 BY 1
                       UNTIL WS-PATIENT-SUB > WS-PATIENT-COUNT
                   IF WS-PATIENT-COUNT > ZEROES
                       COMPUTE WS-PCT-UNDER ROUNDED =
                           WS-BAND-UNDER * 100 / WS-PATIENT-COUNT
                       COMPUTE WS-PCT-NORMAL ROUNDED =
                           WS-BAND-NORMAL * 100 / WS-PATIENT-COUNT
                       COMPUTE WS-PCT-OVER ROUNDED =
                           WS-BAND-OVER * 100 / WS-PATIENT-COUNT
                       COMPUTE WS-PCT-OBESE ROUNDED =
                           WS-BAND-OBESE * 100 / WS-PATIENT-COUNT
                   END-IF
               END-IF.
               OPEN INPUT RECALL-PENDING.
               IF WS-PEND-STATUS = "00"
                   MOVE 'Y' TO WS-RECALL-AVAIL
                   READ RECALL-PENDING
                    AT END SET END-OF-PENDING TO TRUE
                   END-READ
                   PERFORM 0430-JUDGE-RECALL UNTIL END-OF-PENDING
                   CLOSE RECALL-PENDING
               END-IF.

           0410-JUDGE-MEASUREMENT.
               IF HIST-MEAS-DATE >= WS-WEEK-START
                       AND HIST-MEAS-DATE <= WS-REF-DATE
                   ADD 1 TO WS-SOURCE-READ
                   MOVE ZEROES TO WS-PATIENT-HIT
                   PERFORM VARYING WS-PATIENT-SUB FROM 1 BY 1
                           UNTIL WS-PATIENT-SUB > WS-PATIENT-COUNT
                       IF WS-PT-ID(WS-PATIENT-SUB) = HIST-PATIENT-ID
                           MOVE WS-PATIENT-SUB TO WS-PATIENT-HIT
                           MOVE WS-PATIENT-COUNT TO WS-PATIENT-SUB
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-PATIENT-HIT > ZEROES
                           IF HIST-MEAS-STAMP >=
                                   WS-PT-STAMP(WS-PATIENT-HIT)
                               MOVE HIST-MEAS-STAMP
                                   TO WS-PT-STAMP(WS-PATIENT-HIT)
                               MOVE HIST-CATEGORY
                                   TO WS-PT-CATEGORY(WS-PATIENT-HIT)
                           END-IF
                       WHEN WS-PATIENT-COUNT < WS-PATIENT-MAX
                           ADD 1 TO WS-PATIENT-COUNT
                           MOVE HIST-PATIENT-ID
                               TO WS-PT-ID(WS-PATIENT-COUNT)
                           MOVE HIST-MEAS-STAMP
                               TO WS-PT-STAMP(WS-PATIENT-COUNT)
                           MOVE HIST-CATEGORY
                               TO WS-PT-CATEGORY(WS-PATIENT-COUNT)
                       WHEN OTHER
                           ADD 1 TO WS-PATIENT-OVERFLOW
                   END-EVALUATE
               END-IF.
               READ BMI-HISTORY
                AT END SET END-OF-HISTORY TO TRUE
               END-READ.

      *    Faixas do IMCCLASSIFICA.
           0420-COUNT-BAND.
               EVALUATE WS-PT-CATEGORY(WS-PATIENT-SUB)
                   WHEN "ABAIXO DO PESO"
                       ADD 1 TO WS-BAND-UNDER
                   WHEN "PESO NORMAL"
                       ADD 1 TO WS-BAND-NORMAL
                   WHEN "SOBREPESO"
                       ADD 1 TO WS-BAND-OVER
                   WHEN "OBESIDADE"
                       ADD 1 TO WS-BAND-OBESE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *    Fora da janela = na fila ha mais de RECALL-DIAS dias.
           0430-JUDGE-RECALL.
               IF PENDING-REC NOT = SPACES
                   ADD 1 TO WS-SOURCE-READ
                   ADD 1 TO WS-RECALL-BACKLOG
                   COMPUTE WS-AGE-DAYS = WS-REF-INT
                       - FUNCTION INTEGER-OF-DATE(PEND-DATE-ADDED)
                   IF WS-AGE-DAYS > WS-RECALL-DIAS
                       ADD 1 TO WS-RECALL-OVERDUE
                   END-IF
               END-IF.
               READ RECALL-PENDING
                AT END SET END-OF-PENDING TO TRUE
               END-READ.

      *    ---------------------------------------------------------
      *    Operação: ultima noite de RUN-CONTROL.DAT ate a
      *    referencia e o que o BATCHSLA apurou dela.
      *    ---------------------------------------------------------
           0500-OPS-KPIS.
               OPEN INPUT RUN-CONTROL.
               IF WS-RC-STATUS = "00"
                   READ RUN-CONTROL
                    AT END SET END-OF-RUN-CONTROL TO TRUE
                   END-READ
                   PERFORM 0510-FIND-LAST-NIGHT
                       UNTIL END-OF-RUN-CONTROL
                   CLOSE RUN-CONTROL
               END-IF.
               IF WS-NIGHT-DATE > ZEROES
                   OPEN INPUT RUN-CONTROL
                   IF WS-RC-STATUS NOT = "00"
                       DISPLAY "ERRO AO REABRIR RUN-CONTROL.DAT - "
                           "STATUS " WS-RC-STATUS
                       MOVE ZEROES TO WS-NIGHT-DATE
                   END-IF
               END-IF.
               IF WS-NIGHT-DATE > ZEROES
                   MOVE 'Y' TO WS-OPS-AVAIL
                   READ RUN-CONTROL
                    AT END SET END-OF-RUN-CONTROL TO TRUE
                   END-READ
                   PERFORM 0520-KEEP-STEP-STATUS
                       UNTIL END-OF-RUN-CONTROL
                   CLOSE RUN-CONTROL
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       IF WS-ST-STATUS(WS-STEP-SUB) = "FAILED"
                           ADD 1 TO WS-FAILED-STEPS
                       END-IF
                       IF WS-ST-STATUS(WS-STEP-SUB) = "HELD"
                           ADD 1 TO WS-HELD-STEPS
                       END-IF
                   END-PERFORM
                   OPEN INPUT SYSTEM-RUN-LOG
                   IF WS-LOG-STATUS = "00"
                       READ SYSTEM-RUN-LOG
                        AT END SET END-OF-RUN-LOG TO TRUE
                       END-READ
                       PERFORM 0530-JUDGE-LOG-LINE
                           UNTIL END-OF-RUN-LOG
                       CLOSE SYSTEM-RUN-LOG
                   END-IF
               END-IF.

           0510-FIND-LAST-NIGHT.
               IF RC-DATE IS NUMERIC
                       AND RC-DATE <= WS-REF-DATE
                       AND RC-DATE > WS-NIGHT-DATE
                   MOVE RC-DATE TO WS-NIGHT-DATE
               END-IF.
               READ RUN-CONTROL
                AT END SET END-OF-RUN-CONTROL TO TRUE
               END-READ.

      *    Vale a ultima situação gravada para o passo na noite.
           0520-KEEP-STEP-STATUS.
               IF RC-DATE = WS-NIGHT-DATE
                   ADD 1 TO WS-SOURCE-READ
                   MOVE ZEROES TO WS-STEP-HIT
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       IF WS-ST-NAME(WS-STEP-SUB) = RC-STEP
                           MOVE WS-STEP-SUB TO WS-STEP-HIT
                           MOVE WS-STEP-COUNT TO WS-STEP-SUB
                       END-IF
                   END-PERFORM
                   IF WS-STEP-HIT = ZEROES
                           AND WS-STEP-COUNT < WS-STEP-MAX
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-STEP-COUNT TO WS-STEP-HIT
                       MOVE RC-STEP TO WS-ST-NAME(WS-STEP-HIT)
                   END-IF
                   IF WS-STEP-HIT > ZEROES
                       MOVE RC-STATUS TO WS-ST-STATUS(WS-STEP-HIT)
                   END-IF
               END-IF.
               READ RUN-CONTROL
                AT END SET END-OF-RUN-CONTROL TO TRUE
               END-READ.

      *    O fim 'E' do BATCHSLA traz em gravados os passos acima
      *    do SLA da noite; o alerta 'A' da noite, os minutos de
      *    atraso. Vale o ultimo fim gravado desde a noite.
           0530-JUDGE-LOG-LINE.
               IF RL-PROGRAM = 'BATCHSLA' AND RL-DATE >= WS-NIGHT-DATE
                   IF RL-ACTION = 'E'
                       MOVE 'Y' TO WS-SLA-AVAIL
                       MOVE RL-WRITTEN TO WS-OVER-SLA-STEPS
                   END-IF
                   IF RL-ACTION = 'A' AND RL-DATE = WS-NIGHT-DATE
                       MOVE RL-REJECTED TO WS-LATE-MINUTES
                   END-IF
               END-IF.
               READ SYSTEM-RUN-LOG
                AT END SET END-OF-RUN-LOG TO TRUE
               END-READ.

      *    ---------------------------------------------------------
      *    Tabela do painel e comparação com a semana de base.
      *    ---------------------------------------------------------
           0600-BUILD-KPI-TABLE.
               MOVE 1 TO WS-KPI-SUB.
               MOVE WS-QTD-UNITS TO WS-SET-VALUE.
               MOVE WS-SALES-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-BUDGET-UNITS TO WS-SET-VALUE.
               MOVE WS-BUDGET-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-BUDGET-UNITS TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-QTD-REVENUE TO WS-SET-VALUE.
               MOVE WS-SALES-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-BUDGET-REVENUE TO WS-SET-VALUE.
               MOVE WS-BUDGET-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-BUDGET-REVENUE TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-TOP-UNITS TO WS-SET-VALUE.
               MOVE WS-SALES-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-OPEN-ADJUSTMENTS TO WS-SET-VALUE.
               MOVE 'Y' TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-ACTIVE-COUNT TO WS-SET-VALUE.
               MOVE WS-HR-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-HIRE-COUNT TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-SEPARATION-COUNT TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-GEN-PENDING TO WS-SET-VALUE.
               MOVE WS-PAY-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-GEN-OVERDUE TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-GEN-PROBLEM TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-PATIENT-COUNT TO WS-SET-VALUE.
               MOVE WS-BMI-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-UNDER TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-NORMAL TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-OVER TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-PCT-OBESE TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-RECALL-BACKLOG TO WS-SET-VALUE.
               MOVE WS-RECALL-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-RECALL-OVERDUE TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-FAILED-STEPS TO WS-SET-VALUE.
               MOVE WS-OPS-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-HELD-STEPS TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.
               MOVE WS-OVER-SLA-STEPS TO WS-SET-VALUE.
               MOVE WS-SLA-AVAIL TO WS-SET-AVAIL.
               PERFORM 0610-SET-KPI.
               MOVE WS-LATE-MINUTES TO WS-SET-VALUE.
               PERFORM 0610-SET-KPI.

           0610-SET-KPI.
               MOVE WS-SET-VALUE TO WS-KV-VALUE(WS-KPI-SUB).
               MOVE WS-SET-AVAIL TO WS-KV-AVAIL(WS-KPI-SUB).
               MOVE ZEROES TO WS-KV-PRIOR(WS-KPI-SUB).
               MOVE 'N' TO WS-KV-PRIOR-SEEN(WS-KPI-SUB).
               IF WS-SET-AVAIL NOT = 'Y'
                   ADD 1 TO WS-UNAVAILABLE-COUNT
               END-IF.
               ADD 1 TO WS-KPI-SUB.

      *    Guarda o historico dentro da retenção, menos a propria
      *    data de referencia (execução repetida no dia substitui),
      *    e acha a base: a maior data ate sete dias antes.
           0650-LOAD-KPI-HISTORY.
               OPEN INPUT KPI-HISTORY.
               IF WS-KH-STATUS = "00"
                   READ KPI-HISTORY
                    AT END SET END-OF-KPI-HISTORY TO TRUE
                   END-READ
                   PERFORM 0655-STORE-HISTORY-LINE
                       UNTIL END-OF-KPI-HISTORY
                   CLOSE KPI-HISTORY
               END-IF.
               IF WS-HISTORY-DROPPED > ZEROES
                   DISPLAY "KPI-HISTORY.DAT: " WS-HISTORY-DROPPED
                       " LINHAS ALEM DA TABELA DESCARTADAS"
               END-IF.
               IF WS-BASE-DATE > ZEROES
                   PERFORM 0660-APPLY-BASE-LINE
                       VARYING WS-HISTORY-SUB FROM 1 BY 1
                       UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               END-IF.

           0655-STORE-HISTORY-LINE.
               IF KH-DATE IS NUMERIC
                       AND KH-DATE >= WS-KEEP-FROM
                       AND KH-DATE NOT = WS-REF-DATE
                   IF WS-HISTORY-COUNT < WS-HISTORY-MAX
                       ADD 1 TO WS-HISTORY-COUNT
                       MOVE KH-DATE TO WS-HS-DATE(WS-HISTORY-COUNT)
                       MOVE KH-CODE TO WS-HS-CODE(WS-HISTORY-COUNT)
                       MOVE KH-VALUE TO WS-HS-VALUE(WS-HISTORY-COUNT)
                       IF KH-DATE <= WS-BASE-TARGET
                               AND KH-DATE > WS-BASE-DATE
                           MOVE KH-DATE TO WS-BASE-DATE
                       END-IF
                   ELSE
                       ADD 1 TO WS-HISTORY-DROPPED
                   END-IF
               END-IF.
               READ KPI-HISTORY
                AT END SET END-OF-KPI-HISTORY TO TRUE
               END-READ.

           0660-APPLY-BASE-LINE.
               IF WS-HS-DATE(WS-HISTORY-SUB) = WS-BASE-DATE
                   PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                           UNTIL WS-KPI-SUB > WS-KPI-COUNT
                       IF WS-KD-CODE(WS-KPI-SUB) =
                               WS-HS-CODE(WS-HISTORY-SUB)
                           MOVE WS-HS-VALUE(WS-HISTORY-SUB)
                               TO WS-KV-PRIOR(WS-KPI-SUB)
                           MOVE 'Y' TO WS-KV-PRIOR-SEEN(WS-KPI-SUB)
                           MOVE WS-KPI-COUNT TO WS-KPI-SUB
                       END-IF
                   END-PERFORM
               END-IF.

      *    ---------------------------------------------------------
      *    Painel de uma pagina.
      *    ---------------------------------------------------------
           0700-WRITE-REPORT.
               OPEN OUTPUT KPI-REPORT.
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR EXEC-KPI-REPORT.DAT - STATUS "
                       WS-REPORT-STATUS
                   STOP RUN
               END-IF.
               MOVE WS-REF-DATE TO WS-RT-DATE.
               MOVE WS-REPORT-TITLE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.
               MOVE SPACES TO WS-BL-TEXT.
               IF WS-BASE-DATE > ZEROES
                   MOVE WS-BASE-DATE TO WS-BL-TEXT
               ELSE
                   MOVE 'SEM HISTORICO ATE 7 DIAS ANTES' TO WS-BL-TEXT
               END-IF.
               MOVE WS-BASE-LINE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.
               MOVE WS-COLUMN-HEADING TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.

               MOVE SPACES TO WS-SL-TEXT.
               STRING "VENDAS - TRIMESTRE " DELIMITED BY SIZE
                   WS-REF-QTR DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-REF-YEAR DELIMITED BY SIZE
                   INTO WS-SL-TEXT.
               PERFORM 0710-WRITE-SECTION-LINE.
               PERFORM 0720-WRITE-KPI-LINE
                   VARYING WS-KPI-SUB FROM 1 BY 1
                   UNTIL WS-KPI-SUB > 8.
               MOVE SPACES TO WS-NL-TEXT.
               IF WS-TOP-UNITS > ZEROES
                   STRING "MAIS VENDIDO: " DELIMITED BY SIZE
                       WS-TOP-SKU DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TOP-TITLE DELIMITED BY SIZE
                       INTO WS-NL-TEXT
               ELSE
                   MOVE "MAIS VENDIDO: SEM VENDAS NO TRIMESTRE"
                       TO WS-NL-TEXT
               END-IF.
               MOVE WS-NOTE-LINE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.

               MOVE "RECURSOS HUMANOS - MES DA REFERENCIA"
                   TO WS-SL-TEXT.
               PERFORM 0710-WRITE-SECTION-LINE.
               PERFORM 0720-WRITE-KPI-LINE
                   VARYING WS-KPI-SUB FROM 9 BY 1
                   UNTIL WS-KPI-SUB > 14.
               MOVE SPACES TO WS-NL-TEXT.
               IF WS-LAST-GENERATION > ZEROES
                   STRING "ULTIMA GERACAO DA FOLHA: " DELIMITED BY SIZE
                       WS-LAST-GENERATION DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WS-LAST-GEN-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-GEN-SITUATION DELIMITED BY SIZE
                       INTO WS-NL-TEXT
               ELSE
                   MOVE "ULTIMA GERACAO DA FOLHA: NENHUMA REGISTRADA"
                       TO WS-NL-TEXT
               END-IF.
               MOVE WS-NOTE-LINE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.

               MOVE SPACES TO WS-SL-TEXT.
               STRING "PROGRAMA DE IMC - SEMANA DE " DELIMITED BY SIZE
                   WS-WEEK-START DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-REF-DATE DELIMITED BY SIZE
                   INTO WS-SL-TEXT.
               PERFORM 0710-WRITE-SECTION-LINE.
               PERFORM 0720-WRITE-KPI-LINE
                   VARYING WS-KPI-SUB FROM 15 BY 1
                   UNTIL WS-KPI-SUB > 21.

               MOVE SPACES TO WS-SL-TEXT.
               IF WS-NIGHT-DATE > ZEROES
                   STRING "OPERACAO - NOITE DE " DELIMITED BY SIZE
                       WS-NIGHT-DATE DELIMITED BY SIZE
                       INTO WS-SL-TEXT
               ELSE
                   MOVE "OPERACAO - NENHUMA NOITE EM RUN-CONTROL.DAT"
                       TO WS-SL-TEXT
               END-IF.
               PERFORM 0710-WRITE-SECTION-LINE.
               PERFORM 0720-WRITE-KPI-LINE
                   VARYING WS-KPI-SUB FROM 22 BY 1
                   UNTIL WS-KPI-SUB > 25.
               CLOSE KPI-REPORT.

           0710-WRITE-SECTION-LINE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.
               MOVE WS-SECTION-LINE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.

      *    Valor pelo tipo do indicador; variação absoluta (em
      *    pontos percentuais para os percentuais) e relativa
      *    quando ha base.
           0720-WRITE-KPI-LINE.
               MOVE SPACES TO WS-KPI-LINE.
               MOVE WS-KD-LABEL(WS-KPI-SUB) TO WS-KL-LABEL.
               IF WS-KV-AVAIL(WS-KPI-SUB) NOT = 'Y'
                   MOVE 'N/D' TO WS-KL-VALUE
               ELSE
                   EVALUATE WS-KD-KIND(WS-KPI-SUB)
                       WHEN 'V'
                           MOVE WS-KV-VALUE(WS-KPI-SUB) TO WS-EDIT-V
                           MOVE WS-EDIT-V TO WS-KL-VALUE
                       WHEN 'P'
                           MOVE WS-KV-VALUE(WS-KPI-SUB) TO WS-EDIT-P
                           MOVE WS-EDIT-P-AREA TO WS-KL-VALUE
                       WHEN OTHER
                           MOVE WS-KV-VALUE(WS-KPI-SUB) TO WS-EDIT-Q
                           MOVE WS-EDIT-Q TO WS-KL-VALUE
                   END-EVALUATE
                   IF WS-KV-PRIOR-SEEN(WS-KPI-SUB) = 'Y'
                       PERFORM 0730-EDIT-CHANGE
                   ELSE
                       MOVE 'SEM BASE' TO WS-KL-CHANGE
                   END-IF
               END-IF.
               MOVE WS-KPI-LINE TO REPORT-LINE.
               PERFORM 0790-PUT-LINE.

           0730-EDIT-CHANGE.
               COMPUTE WS-DIFFERENCE = WS-KV-VALUE(WS-KPI-SUB)
                   - WS-KV-PRIOR(WS-KPI-SUB).
               EVALUATE WS-KD-KIND(WS-KPI-SUB)
                   WHEN 'V'
                       MOVE WS-DIFFERENCE TO WS-CHANGE-V
                       MOVE WS-CHANGE-V TO WS-KL-CHANGE
                   WHEN 'P'
                       MOVE WS-DIFFERENCE TO WS-CHANGE-P
                       MOVE WS-CHANGE-P-AREA TO WS-KL-CHANGE
                   WHEN OTHER
                       MOVE WS-DIFFERENCE TO WS-CHANGE-Q
                       MOVE WS-CHANGE-Q TO WS-KL-CHANGE
               END-EVALUATE.
               IF WS-KD-KIND(WS-KPI-SUB) NOT = 'P'
                       AND WS-KV-PRIOR(WS-KPI-SUB) > ZEROES
                   COMPUTE WS-DIFF-PCT ROUNDED =
                       WS-DIFFERENCE * 100 / WS-KV-PRIOR(WS-KPI-SUB)
                   MOVE WS-DIFF-PCT TO WS-CHANGE-PCT
                   MOVE WS-CHANGE-PCT-AREA TO WS-KL-CHANGE-PCT
               END-IF.

           0790-PUT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-LINES-WRITTEN.

      *    Regrava o historico: o que ficou na retenção e os
      *    valores de hoje (so dos indicadores com fonte).
           0800-SAVE-KPI-HISTORY.
               OPEN OUTPUT KPI-HISTORY.
               IF WS-KH-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR KPI-HISTORY.DAT - STATUS "
                       WS-KH-STATUS
               ELSE
                   PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                           UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                       MOVE SPACES TO KPI-HISTORY-REC
                       MOVE WS-HS-DATE(WS-HISTORY-SUB) TO KH-DATE
                       MOVE WS-HS-CODE(WS-HISTORY-SUB) TO KH-CODE
                       MOVE WS-HS-VALUE(WS-HISTORY-SUB) TO KH-VALUE
                       WRITE KPI-HISTORY-REC
                   END-PERFORM
                   PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
                           UNTIL WS-KPI-SUB > WS-KPI-COUNT
                       IF WS-KV-AVAIL(WS-KPI-SUB) = 'Y'
                           MOVE SPACES TO KPI-HISTORY-REC
                           MOVE WS-REF-DATE TO KH-DATE
                           MOVE WS-KD-CODE(WS-KPI-SUB) TO KH-CODE
                           MOVE WS-KV-VALUE(WS-KPI-SUB) TO KH-VALUE
                           WRITE KPI-HISTORY-REC
                           ADD 1 TO WS-HISTORY-WRITTEN
                       END-IF
                   END-PERFORM
                   CLOSE KPI-HISTORY
               END-IF.
