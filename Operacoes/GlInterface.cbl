       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTERFACE.
      *Historico de alteracoes:
      *2026-10-15 Programa novo: interface contabil do mes. Monta o
      *           diario GL-JOURNAL.AAAAMM.DAT, que a contabilidade
      *           carrega no razao em vez de redigitar os numeros:
      *           - receita de VIDEOSALES.DAT valorizada pelo preço
      *             de GAME-PRICES.DAT vigente no fim de cada
      *             trimestre, por genero; como o master so guarda
      *             o acumulado do ano, lança a diferença contra o
      *             ja lançado em GL-REVENUE-POSTED.DAT;
      *           - devoluções, avarias e recontagens do mes em
      *             SALES-ADJ-AUDIT.DAT, reclassificando a receita
      *             do genero para a conta do motivo;
      *           - recebimentos e embarques do mes em
      *             INV-MOVEMENT-AUDIT.DAT e ajustes de contagem em
      *             INV-COUNT-AUDIT.DAT, valorizados pelo preço de
      *             tabela vigente na data (o sistema nao tem custo);
      *           - salarios de PAYROLL-EXTRACT.DAT por departamento.
      *           Contas e centros de custo vem de GL-ACCOUNT-MAP.DAT
      *           (tipo + chave); o que nao tem conta cai na conta
      *           transitoria (tipo SUS) e em GL-EXCEPTIONS.DAT. O
      *           diario so sai com debito igual a credito, com HDR e
      *           TRL (linhas, total a debito e a credito), e o
      *           periodo fica em GL-PERIOD-REGISTER.DAT - periodo ja
      *           registrado e recusado. Periodo = mes da data util;
      *           GL-PERIODO em RUN-PARAMETERS.DAT aceita um AAAAMM
      *           anterior.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP ASSIGN TO "GL-ACCOUNT-MAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAP-STATUS.

           SELECT PERIOD-REGISTER ASSIGN TO "GL-PERIOD-REGISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REG-STATUS.

           SELECT REVENUE-POSTED ASSIGN TO "GL-REVENUE-POSTED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRP-STATUS.

           SELECT VIDEOGAMEFILE ASSIGN TO "VIDEOSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VG-STATUS.

           SELECT PRICE-FILE ASSIGN TO "GAME-PRICES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRICE-STATUS.

           SELECT SALES-ADJ-AUDIT ASSIGN TO "SALES-ADJ-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AAUD-STATUS.

           SELECT MOVEMENT-AUDIT ASSIGN TO "INV-MOVEMENT-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAUD-STATUS.

           SELECT COUNT-AUDIT ASSIGN TO "INV-COUNT-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAUD-STATUS.

           SELECT PAYROLL-EXTRACT ASSIGN TO "PAYROLL-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAY-STATUS.

           SELECT GL-JOURNAL ASSIGN TO DYNAMIC WS-JOURNAL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-STATUS.

           SELECT GL-EXCEPTIONS ASSIGN TO "GL-EXCEPTIONS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mapa contabil: tipo, chave, conta, centro de custo e
      *    descrição. Tipos: REC genero (receita), VND CLIENTES,
      *    AJU motivo do ajuste de vendas, EST ESTOQUE/RECEBIDO/
      *    EMBARCADO/CONTAGEM, FOL SALARIO/PAGAR, DEP departamento
      *    (so o centro de custo) e SUS * (conta transitoria).
           FD ACCOUNT-MAP.
           01 ACCOUNT-MAP-REC.
               88 END-OF-MAP VALUE HIGH-VALUES.
               05  MAP-TYPE           PIC X(3).
               05  FILLER             PIC X.
               05  MAP-KEY            PIC X(10).
               05  FILLER             PIC X.
               05  MAP-ACCOUNT        PIC X(8).
               05  FILLER             PIC X.
               05  MAP-COST-CENTER    PIC X(6).
               05  FILLER             PIC X.
               05  MAP-DESC           PIC X(30).

      *    Um registro por periodo lançado.
           FD PERIOD-REGISTER.
           01 PERIOD-REGISTER-REC.
               88 END-OF-REGISTER VALUE HIGH-VALUES.
               05  REG-PERIOD         PIC 9(6).
               05  FILLER             PIC X.
               05  REG-POST-DATE      PIC 9(8).
               05  FILLER             PIC X.
               05  REG-POST-TIME      PIC 9(6).
               05  FILLER             PIC X.
               05  REG-LINES          PIC 9(7).
               05  FILLER             PIC X.
               05  REG-DEBIT          PIC 9(11)V99.
               05  FILLER             PIC X.
               05  REG-CREDIT         PIC 9(11)V99.
               05  FILLER             PIC X.
               05  REG-FILE-NAME      PIC X(24).

      *    Receita acumulada do ano ja lançada, por genero.
           FD REVENUE-POSTED.
           01 REVENUE-POSTED-REC.
               88 END-OF-REVENUE-POSTED VALUE HIGH-VALUES.
               05  RVP-YEAR           PIC 9(4).
               05  FILLER             PIC X.
               05  RVP-GENRE          PIC X(3).
               05  FILLER             PIC X.
               05  RVP-AMOUNT         PIC 9(11)V99.

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

           FD SALES-ADJ-AUDIT.
           01 SALES-ADJ-AUDIT-LINE.
               88 END-OF-ADJ-AUDIT VALUE HIGH-VALUES.
               05  AAUD-DATE          PIC 9(8).
               05  FILLER             PIC X.
               05  AAUD-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  AAUD-QUARTER       PIC 9.
               05  FILLER             PIC X.
               05  AAUD-SIGN          PIC X.
               05  AAUD-QTY           PIC 9(5).
               05  FILLER             PIC X.
               05  AAUD-REASON        PIC X(3).

           FD MOVEMENT-AUDIT.
           01 MOVEMENT-AUDIT-LINE.
               88 END-OF-MOVEMENT-AUDIT VALUE HIGH-VALUES.
               05  MAUD-DATE          PIC 9(8).
               05  FILLER             PIC X.
               05  MAUD-CODE          PIC X.
               05  FILLER             PIC X.
               05  MAUD-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  MAUD-QTY           PIC 9(7).
               05  FILLER             PIC X.
               05  MAUD-PO-NUMBER     PIC 9(6).

           FD COUNT-AUDIT.
           01 COUNT-AUDIT-LINE.
               88 END-OF-COUNT-AUDIT VALUE HIGH-VALUES.
               05  CAUD-DATE          PIC 9(8).
               05  FILLER             PIC X.
               05  CAUD-SKU           PIC 9(4).
               05  FILLER             PIC X.
               05  CAUD-SIGN          PIC X.
               05  CAUD-QTY           PIC 9(7).
               05  FILLER             PIC X.
               05  CAUD-BEFORE        PIC 9(7).
               05  FILLER             PIC X.
               05  CAUD-AFTER         PIC 9(7).

      *    Extrato de folha: H data da execução, D um por
      *    funcionario ativo, T totais.
           FD PAYROLL-EXTRACT.
           01 PAY-LINE.
               88 END-OF-PAY VALUE HIGH-VALUES.
               05  PAY-REC-TYPE       PIC X.
               05  PAY-SSN            PIC 9(9).
               05  PAY-LASTNAME       PIC X(15).
               05  PAY-FIRSTNAME      PIC X(10).
               05  PAY-DEPARTMENT     PIC X(4).
               05  PAY-HIRE-DATE      PIC 9(8).
               05  PAY-JOB-GRADE      PIC X(2).
               05  PAY-SALARY         PIC 9(7)V99.
               05  FILLER             PIC X(22).

           FD GL-JOURNAL.
           01 JOURNAL-LINE            PIC X(80).

           FD GL-EXCEPTIONS.
           01 EXCEPTION-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
           01  WS-MAP-STATUS            PIC XX VALUE SPACES.
           01  WS-REG-STATUS            PIC XX VALUE SPACES.
           01  WS-GRP-STATUS            PIC XX VALUE SPACES.
           01  WS-VG-STATUS             PIC XX VALUE SPACES.
           01  WS-PRICE-STATUS          PIC XX VALUE SPACES.
           01  WS-AAUD-STATUS           PIC XX VALUE SPACES.
           01  WS-MAUD-STATUS           PIC XX VALUE SPACES.
           01  WS-CAUD-STATUS           PIC XX VALUE SPACES.
           01  WS-PAY-STATUS            PIC XX VALUE SPACES.
           01  WS-JRN-STATUS            PIC XX VALUE SPACES.
           01  WS-EXC-STATUS            PIC XX VALUE SPACES.

           01  WS-PARAM-NAME            PIC X(16) VALUE SPACES.
           01  WS-PARAM-VALUE           PIC X(20) VALUE SPACES.
           01  WS-PARAM-FOUND           PIC X VALUE 'N'.

           01  WS-CHECK-FILE-NAME       PIC X(40) VALUE SPACES.
           01  WS-CHECK-KEY-LENGTH      PIC 9(2) VALUE 4.
           01  WS-CHECK-RESULT          PIC X VALUE 'N'.

           01  WS-BUSINESS-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-CURRENT-DATE-TIME     PIC X(21).

      *    Periodo contabil AAAAMM e o trimestre em que cai.
           01  WS-PERIOD.
               05  WS-PERIOD-YEAR       PIC 9(4).
               05  WS-PERIOD-MONTH      PIC 9(2).
           01  WS-PERIOD-NUM REDEFINES WS-PERIOD PIC 9(6).
           01  WS-PERIOD-QTR            PIC 9 VALUE ZERO.
           01  WS-JOURNAL-NAME          PIC X(24) VALUE SPACES.

      *    Qualquer condição que impeça o lançamento desliga a
      *    chave; o motivo sai no console e no fim da execução.
           01  WS-POST-SWITCH           PIC X VALUE 'Y'.
               88  GL-CAN-POST          VALUE 'Y'.
           01  WS-FAIL-REASON           PIC X(60) VALUE SPACES.

           01  WS-MAP-TABLE-AREA.
               05  WS-MAP-ENTRY OCCURS 200 TIMES.
                   10  WS-MP-TYPE       PIC X(3).
                   10  WS-MP-KEY        PIC X(10).
                   10  WS-MP-ACCOUNT    PIC X(8).
                   10  WS-MP-COST-CENTER PIC X(6).
                   10  WS-MP-DESC       PIC X(30).
           01  WS-MAP-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-MAP-MAX               PIC 9(3) VALUE 200.
           01  WS-MAP-SUB               PIC 9(3) VALUE ZEROES.
           01  WS-MAP-HIT               PIC 9(3) VALUE ZEROES.
           01  WS-SUSPENSE-ACCOUNT      PIC X(8) VALUE SPACES.
           01  WS-SUSPENSE-COST-CENTER  PIC X(6) VALUE SPACES.
           01  WS-SUSPENSE-DESC         PIC X(30) VALUE SPACES.

      *    Procura no mapa: tipo e chave entram, conta, centro de
      *    custo e descrição saem (transitoria quando nao achou).
           01  WS-FIND-TYPE             PIC X(3) VALUE SPACES.
           01  WS-FIND-KEY              PIC X(10) VALUE SPACES.
           01  WS-FIND-ACCOUNT          PIC X(8) VALUE SPACES.
           01  WS-FIND-COST-CENTER      PIC X(6) VALUE SPACES.
           01  WS-FIND-DESC             PIC X(30) VALUE SPACES.

           01  WS-PRICE-TABLE-AREA.
               05  WS-PRICE-ENTRY OCCURS 500 TIMES.
                   10  WS-PR-SKU        PIC 9(4).
                   10  WS-PR-PRICE      PIC 9(4)V99.
                   10  WS-PR-EFF-DATE   PIC 9(8).
           01  WS-PRICE-COUNT           PIC 9(3) VALUE ZEROES.
           01  WS-PRICE-MAX             PIC 9(3) VALUE 500.
           01  WS-PRICE-SUB             PIC 9(3) VALUE ZEROES.
           01  WS-PRICE-SKU             PIC 9(4) VALUE ZEROES.
           01  WS-PRICE-AS-OF           PIC 9(8) VALUE ZEROES.
           01  WS-BEST-EFF-DATE         PIC 9(8) VALUE ZEROES.
           01  WS-UNIT-PRICE            PIC 9(4)V99 VALUE ZEROES.
           01  WS-QTR-WANTED            PIC 9 VALUE ZERO.

      *    Genero de cada SKU do master, para os ajustes acharem
      *    a conta de receita.
           01  WS-SKU-TABLE-AREA.
               05  WS-SKU-ENTRY OCCURS 500 TIMES.
                   10  WS-SK-SKU        PIC 9(4).
                   10  WS-SK-GENRE      PIC X(3).
           01  WS-SKU-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-SKU-MAX               PIC 9(3) VALUE 500.
           01  WS-SKU-SUB               PIC 9(3) VALUE ZEROES.
           01  WS-SKU-GENRE             PIC X(3) VALUE SPACES.

      *    Receita acumulada do ano por genero: apurada agora no
      *    master e ja lançada nos periodos anteriores.
           01  WS-GENRE-TABLE-AREA.
               05  WS-GENRE-ENTRY OCCURS 30 TIMES.
                   10  WS-GN-GENRE      PIC X(3).
                   10  WS-GN-YTD        PIC S9(11)V99.
                   10  WS-GN-POSTED     PIC S9(11)V99.
           01  WS-GENRE-COUNT           PIC 9(3) VALUE ZEROES.
           01  WS-GENRE-MAX             PIC 9(3) VALUE 30.
           01  WS-GENRE-SUB             PIC 9(3) VALUE ZEROES.
           01  WS-GENRE-HIT             PIC 9(3) VALUE ZEROES.
           01  WS-GENRE-WANTED          PIC X(3) VALUE SPACES.
           01  WS-GAME-REVENUE          PIC S9(11)V99 VALUE ZEROES.

      *    Salarios do extrato por departamento.
           01  WS-DEPT-TABLE-AREA.
               05  WS-DEPT-ENTRY OCCURS 50 TIMES.
                   10  WS-DP-DEPT       PIC X(4).
                   10  WS-DP-SALARY     PIC S9(11)V99.
                   10  WS-DP-HEADCOUNT  PIC 9(5).
           01  WS-DEPT-COUNT            PIC 9(3) VALUE ZEROES.
           01  WS-DEPT-MAX              PIC 9(3) VALUE 50.
           01  WS-DEPT-SUB              PIC 9(3) VALUE ZEROES.
           01  WS-DEPT-HIT              PIC 9(3) VALUE ZEROES.
           01  WS-PAY-RUN-DATE          PIC 9(8) VALUE ZEROES.
           01  WS-DEPT-COST-CENTER      PIC X(6) VALUE SPACES.

      *    Lançamento em partidas dobradas: o valor vai a debito
      *    numa conta e a credito na outra; valor negativo inverte
      *    os lados.
           01  WS-POSTING-AREA.
               05  WS-PST-SOURCE        PIC X(3).
               05  WS-PST-AMOUNT        PIC S9(11)V99.
               05  WS-PST-DR-ACCOUNT    PIC X(8).
               05  WS-PST-DR-COST-CENTER PIC X(6).
               05  WS-PST-DR-DESC       PIC X(30).
               05  WS-PST-CR-ACCOUNT    PIC X(8).
               05  WS-PST-CR-COST-CENTER PIC X(6).
               05  WS-PST-CR-DESC       PIC X(30).
           01  WS-SWAP-ACCOUNT          PIC X(8) VALUE SPACES.
           01  WS-SWAP-COST-CENTER      PIC X(6) VALUE SPACES.
           01  WS-SWAP-DESC             PIC X(30) VALUE SPACES.
           01  WS-LINE-DC               PIC X VALUE SPACE.
           01  WS-LINE-ACCOUNT          PIC X(8) VALUE SPACES.
           01  WS-LINE-COST-CENTER      PIC X(6) VALUE SPACES.
           01  WS-LINE-DESC             PIC X(30) VALUE SPACES.

      *    Linhas do diario, consolidadas por origem, conta,
      *    centro de custo e natureza.
           01  WS-JOURNAL-TABLE-AREA.
               05  WS-JOURNAL-ENTRY OCCURS 400 TIMES.
                   10  WS-JL-SOURCE     PIC X(3).
                   10  WS-JL-ACCOUNT    PIC X(8).
                   10  WS-JL-COST-CENTER PIC X(6).
                   10  WS-JL-DC         PIC X.
                   10  WS-JL-AMOUNT     PIC 9(11)V99.
                   10  WS-JL-DESC       PIC X(30).
           01  WS-JOURNAL-COUNT         PIC 9(3) VALUE ZEROES.
           01  WS-JOURNAL-MAX           PIC 9(3) VALUE 400.
           01  WS-JOURNAL-SUB           PIC 9(3) VALUE ZEROES.
           01  WS-JOURNAL-HIT           PIC 9(3) VALUE ZEROES.
           01  WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
           01  WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROES.

      *    Itens sem conta no mapa (e outros que a contabilidade
      *    precisa ver), consolidados por origem, tipo e chave.
           01  WS-EXC-TABLE-AREA.
               05  WS-EXC-ENTRY OCCURS 100 TIMES.
                   10  WS-EX-SOURCE     PIC X(3).
                   10  WS-EX-TYPE       PIC X(3).
                   10  WS-EX-KEY        PIC X(10).
                   10  WS-EX-COUNT      PIC 9(5).
                   10  WS-EX-AMOUNT     PIC S9(11)V99.
                   10  WS-EX-REASON     PIC X(34).
           01  WS-EXC-COUNT             PIC 9(3) VALUE ZEROES.
           01  WS-EXC-MAX               PIC 9(3) VALUE 100.
           01  WS-EXC-SUB               PIC 9(3) VALUE ZEROES.
           01  WS-EXC-HIT               PIC 9(3) VALUE ZEROES.
           01  WS-EXC-REASON            PIC X(34) VALUE SPACES.

           01  WS-SOURCE-READ           PIC 9(7) VALUE ZEROES.
           01  WS-MOVEMENT-VALUE        PIC S9(11)V99 VALUE ZEROES.

           01  WS-RUNLOG-AREA.
               05 WS-RL-ACTION         PIC X VALUE SPACE.
               05 WS-RL-PROGRAM        PIC X(14) VALUE 'GLINTERFACE'.
               05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
               05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
               05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
               05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

      *    Layout do diario para a carga no razao.
           01  WS-JOURNAL-HEADER.
               05  FILLER             PIC X(3) VALUE 'HDR'.
               05  WS-JH-DATE         PIC 9(8).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JH-PERIOD       PIC 9(6).
               05  FILLER             PIC X VALUE SPACE.
               05  FILLER             PIC X(20)
                    VALUE 'DIARIO CONTABIL'.
           01  WS-JOURNAL-DETAIL.
               05  WS-JD-PERIOD       PIC 9(6).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-SEQ          PIC 9(5).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-SOURCE       PIC X(3).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-ACCOUNT      PIC X(8).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-COST-CENTER  PIC X(6).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-DC           PIC X.
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-AMOUNT       PIC 9(11)V99.
               05  FILLER             PIC X VALUE SPACE.
               05  WS-JD-DESC         PIC X(30).
           01  WS-JOURNAL-TRAILER.
               05  FILLER             PIC X(3) VALUE 'TRL'.
               05  WS-JT-COUNT        PIC 9(7).
               05  WS-JT-DEBIT        PIC 9(11)V99.
               05  WS-JT-CREDIT       PIC 9(11)V99.

      *    Linhas da lista de exceções.
           01  WS-EXC-TITLE.
               05  FILLER     PIC X(14) VALUE SPACES.
               05  FILLER     PIC X(38)
                    VALUE 'EXCECOES DA INTERFACE CONTABIL - MES '.
               05  WS-ET-PERIOD       PIC 9(6).
           01  WS-EXC-SUSPENSE-LINE.
               05  FILLER             PIC X(30)
                    VALUE 'LANCADOS NA CONTA TRANSITORIA '.
               05  WS-ES-ACCOUNT      PIC X(8).
           01  WS-EXC-HEADING.
               05  FILLER             PIC X(7) VALUE 'ORIGEM'.
               05  FILLER             PIC X(5) VALUE 'TIPO'.
               05  FILLER             PIC X(11) VALUE 'CHAVE'.
               05  FILLER             PIC X(6) VALUE ' QTDE'.
               05  FILLER             PIC X(17) VALUE
                   '            VALOR'.
               05  FILLER             PIC X(2) VALUE SPACES.
               05  FILLER             PIC X(34) VALUE 'MOTIVO'.
           01  WS-EXC-DETAIL.
               05  WS-ED-SOURCE       PIC X(3).
               05  FILLER             PIC X(4) VALUE SPACES.
               05  WS-ED-TYPE         PIC X(3).
               05  FILLER             PIC X(2) VALUE SPACES.
               05  WS-ED-KEY          PIC X(10).
               05  FILLER             PIC X VALUE SPACE.
               05  WS-ED-COUNT        PIC ZZZZ9.
               05  FILLER             PIC X VALUE SPACE.
               05  WS-ED-AMOUNT       PIC ---,---,---,--9.99.
               05  FILLER             PIC X(2) VALUE SPACES.
               05  WS-ED-REASON       PIC X(34).
           01  WS-EXC-NONE-LINE       PIC X(40)
                    VALUE 'NENHUMA EXCECAO NO PERIODO'.
           01  WS-EXC-RESULT-LINE.
               05  FILLER             PIC X(20) VALUE
                   'RESULTADO: '.
               05  WS-ER-TEXT         PIC X(60).

       PROCEDURE DIVISION.
           0100-BEGIN.
               PERFORM 0005-LOG-RUN-START.
               CALL "BUSDATE" USING WS-BUSINESS-DATE
               END-CALL.
               PERFORM 0110-SET-PERIOD.
               PERFORM 0120-CHECK-PERIOD-REGISTER.
               IF GL-CAN-POST
                   PERFORM 0130-LOAD-ACCOUNT-MAP
               END-IF.
               IF GL-CAN-POST
                   PERFORM 0140-LOAD-PRICES
               END-IF.
               IF GL-CAN-POST
                   PERFORM 0200-POST-REVENUE
               END-IF.
               IF GL-CAN-POST
                   PERFORM 0300-POST-SALES-ADJUSTMENTS
                   PERFORM 0400-POST-INVENTORY-MOVEMENTS
                   PERFORM 0450-POST-COUNT-ADJUSTMENTS
                   PERFORM 0500-POST-PAYROLL
                   PERFORM 0600-CHECK-BALANCE
               END-IF.
               IF GL-CAN-POST
                   PERFORM 0700-WRITE-JOURNAL
               END-IF.
               IF GL-CAN-POST
                   PERFORM 0750-REGISTER-PERIOD
                   PERFORM 0760-SAVE-REVENUE-POSTED
               END-IF.
               PERFORM 0650-WRITE-EXCEPTIONS.
               DISPLAY "PERIODO CONTABIL.......: " WS-PERIOD.
               DISPLAY "REGISTROS DE ORIGEM....: " WS-SOURCE-READ.
               DISPLAY "LINHAS DO DIARIO.......: " WS-JOURNAL-COUNT.
               DISPLAY "TOTAL A DEBITO.........: " WS-DEBIT-TOTAL.
               DISPLAY "TOTAL A CREDITO........: " WS-CREDIT-TOTAL.
               DISPLAY "EXCECOES...............: " WS-EXC-COUNT.
               IF GL-CAN-POST
                   DISPLAY "DIARIO GRAVADO.........: " WS-JOURNAL-NAME
               ELSE
                   DISPLAY "*** PERIODO NAO LANCADO: " WS-FAIL-REASON
               END-IF.
               PERFORM 0995-LOG-RUN-END.
               GOBACK.

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
               MOVE WS-JOURNAL-COUNT TO WS-RL-WRITTEN.
               MOVE WS-EXC-COUNT TO WS-RL-REJECTED.
               MOVE 'E' TO WS-RL-ACTION.
               IF GL-CAN-POST
                   MOVE 'OK' TO WS-RL-OUTCOME
               ELSE
                   MOVE 'FALHA' TO WS-RL-OUTCOME
               END-IF.
               CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
                   WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
                   WS-RL-OUTCOME
               END-CALL.

      *    O passo roda no fim do mes, entao o periodo e o mes da
      *    data util; GL-PERIODO com um AAAAMM anterior lança um
      *    mes que ficou para tras (ATUAL ou outro valor = mes da
      *    data util).
           0110-SET-PERIOD.
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD.
               MOVE "GL-PERIODO" TO WS-PARAM-NAME.
               CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
                   WS-PARAM-FOUND
               END-CALL.
               IF WS-PARAM-FOUND = 'Y'
                       AND WS-PARAM-VALUE(1:6) IS NUMERIC
                       AND WS-PARAM-VALUE(7:1) = SPACE
                   IF WS-PARAM-VALUE(1:6) < WS-PERIOD
                           AND WS-PARAM-VALUE(5:2) >= "01"
                           AND WS-PARAM-VALUE(5:2) <= "12"
                       MOVE WS-PARAM-VALUE(1:6) TO WS-PERIOD
                   END-IF
               END-IF.
               DISPLAY "PARAMETRO GL-PERIODO: " WS-PERIOD.
               COMPUTE WS-PERIOD-QTR = (WS-PERIOD-MONTH + 2) / 3.
               MOVE SPACES TO WS-JOURNAL-NAME.
               STRING "GL-JOURNAL." DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-JOURNAL-NAME.

      *    Periodo ja registrado nao e lançado de novo.
           0120-CHECK-PERIOD-REGISTER.
               OPEN INPUT PERIOD-REGISTER.
               IF WS-REG-STATUS = "00"
                   READ PERIOD-REGISTER
                    AT END SET END-OF-REGISTER TO TRUE
                   END-READ
                   PERFORM 0125-JUDGE-REGISTER-LINE
                       UNTIL END-OF-REGISTER
                   CLOSE PERIOD-REGISTER
               END-IF.

           0125-JUDGE-REGISTER-LINE.
               IF REG-PERIOD = WS-PERIOD-NUM AND GL-CAN-POST
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "PERIODO JA LANCADO EM " DELIMITED BY SIZE
                       REG-POST-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       REG-FILE-NAME DELIMITED BY SPACE
                       INTO WS-FAIL-REASON
               END-IF.
               READ PERIOD-REGISTER
                AT END SET END-OF-REGISTER TO TRUE
               END-READ.

      *    Sem mapa ou sem conta transitoria nao ha para onde
      *    mandar o que nao tem conta: nada e lançado.
           0130-LOAD-ACCOUNT-MAP.
               OPEN INPUT ACCOUNT-MAP.
               IF WS-MAP-STATUS NOT = "00"
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE "GL-ACCOUNT-MAP.DAT NAO ENCONTRADO"
                       TO WS-FAIL-REASON
               ELSE
                   READ ACCOUNT-MAP
                    AT END SET END-OF-MAP TO TRUE
                   END-READ
                   PERFORM 0135-STORE-MAP-LINE UNTIL END-OF-MAP
                   CLOSE ACCOUNT-MAP
                   IF WS-SUSPENSE-ACCOUNT = SPACES
                       MOVE 'N' TO WS-POST-SWITCH
                       MOVE "MAPA SEM CONTA TRANSITORIA (SUS *)"
                           TO WS-FAIL-REASON
                   END-IF
               END-IF.

           0135-STORE-MAP-LINE.
               EVALUATE TRUE
                   WHEN ACCOUNT-MAP-REC = SPACES
                       CONTINUE
                   WHEN MAP-TYPE = 'SUS'
                       MOVE MAP-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                       MOVE MAP-COST-CENTER TO WS-SUSPENSE-COST-CENTER
                       MOVE MAP-DESC TO WS-SUSPENSE-DESC
                   WHEN WS-MAP-COUNT < WS-MAP-MAX
                       ADD 1 TO WS-MAP-COUNT
                       MOVE MAP-TYPE TO WS-MP-TYPE(WS-MAP-COUNT)
                       MOVE MAP-KEY TO WS-MP-KEY(WS-MAP-COUNT)
                       MOVE MAP-ACCOUNT TO WS-MP-ACCOUNT(WS-MAP-COUNT)
                       MOVE MAP-COST-CENTER TO
                           WS-MP-COST-CENTER(WS-MAP-COUNT)
                       MOVE MAP-DESC TO WS-MP-DESC(WS-MAP-COUNT)
                   WHEN OTHER
                       DISPLAY "MAPA CONTABIL CHEIO, IGNORADO: "
                           MAP-TYPE " " MAP-KEY
               END-EVALUATE.
               READ ACCOUNT-MAP
                AT END SET END-OF-MAP TO TRUE
               END-READ.

           0140-LOAD-PRICES.
               OPEN INPUT PRICE-FILE.
               IF WS-PRICE-STATUS NOT = "00"
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE "GAME-PRICES.DAT NAO ENCONTRADO"
                       TO WS-FAIL-REASON
               ELSE
                   READ PRICE-FILE
                    AT END SET END-OF-PRICES TO TRUE
                   END-READ
                   PERFORM 0145-STORE-PRICE UNTIL END-OF-PRICES
                   CLOSE PRICE-FILE
               END-IF.

           0145-STORE-PRICE.
               IF PRICE-REC NOT = SPACES
                   IF WS-PRICE-COUNT < WS-PRICE-MAX
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE GPR-SKU TO WS-PR-SKU(WS-PRICE-COUNT)
                       MOVE GPR-PRICE TO WS-PR-PRICE(WS-PRICE-COUNT)
                       MOVE GPR-EFF-DATE TO
                           WS-PR-EFF-DATE(WS-PRICE-COUNT)
                   ELSE
                       DISPLAY "TABELA DE PRECOS CHEIA, IGNORADO: "
                           GPR-SKU
                   END-IF
               END-IF.
               READ PRICE-FILE
                AT END SET END-OF-PRICES TO TRUE
               END-READ.

      *    Preço do SKU vigente na data pedida: a maior data de
      *    vigencia que nao passa dela (zero quando nao ha).
           0150-FIND-PRICE.
               MOVE ZEROES TO WS-BEST-EFF-DATE.
               MOVE ZEROES TO WS-UNIT-PRICE.
               PERFORM VARYING WS-PRICE-SUB FROM 1 BY 1
                       UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
                   IF WS-PR-SKU(WS-PRICE-SUB) = WS-PRICE-SKU
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) <=
                           WS-PRICE-AS-OF
                       AND WS-PR-EFF-DATE(WS-PRICE-SUB) >=
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-EFF-DATE(WS-PRICE-SUB) TO
                           WS-BEST-EFF-DATE
                       MOVE WS-PR-PRICE(WS-PRICE-SUB) TO
                           WS-UNIT-PRICE
                   END-IF
               END-PERFORM.

      *    Trimestre valorizado pelo preço do ultimo dia dele, como
      *    no VIDEOSALESGENRERPT.
           0155-QUARTER-END-DATE.
               EVALUATE WS-QTR-WANTED
                   WHEN 1
                       COMPUTE WS-PRICE-AS-OF =
                           WS-PERIOD-YEAR * 10000 + 0331
                   WHEN 2
                       COMPUTE WS-PRICE-AS-OF =
                           WS-PERIOD-YEAR * 10000 + 0630
                   WHEN 3
                       COMPUTE WS-PRICE-AS-OF =
                           WS-PERIOD-YEAR * 10000 + 0930
                   WHEN OTHER
                       COMPUTE WS-PRICE-AS-OF =
                           WS-PERIOD-YEAR * 10000 + 1231
               END-EVALUATE.

      *    Receita do ano ate o trimestre do periodo, por genero,
      *    menos o que ja foi lançado no ano: a diferença vai a
      *    debito de clientes e a credito da receita do genero.
           0200-POST-REVENUE.
               MOVE "VIDEOSALES.DAT" TO WS-CHECK-FILE-NAME.
               CALL "FILECHECK" USING WS-CHECK-FILE-NAME
                   WS-CHECK-KEY-LENGTH WS-CHECK-RESULT
               END-CALL.
               IF WS-CHECK-RESULT NOT = 'Y'
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE "VIDEOSALES.DAT REPROVADO NA VERIFICACAO"
                       TO WS-FAIL-REASON
               ELSE
                   OPEN INPUT VIDEOGAMEFILE
                   IF WS-VG-STATUS NOT = "00"
                       MOVE 'N' TO WS-POST-SWITCH
                       MOVE "ERRO AO ABRIR VIDEOSALES.DAT"
                           TO WS-FAIL-REASON
                   ELSE
                       READ VIDEOGAMEFILE
                        AT END SET END-OF-VG TO TRUE
                       END-READ
                       PERFORM 0210-ACCUMULATE-GAME UNTIL END-OF-VG
                       CLOSE VIDEOGAMEFILE
                       PERFORM 0220-LOAD-REVENUE-POSTED
                       PERFORM 0230-POST-GENRE-REVENUE
                           VARYING WS-GENRE-SUB FROM 1 BY 1
                           UNTIL WS-GENRE-SUB > WS-GENRE-COUNT
                   END-IF
               END-IF.

           0210-ACCUMULATE-GAME.
               IF VG-LINE(1:3) NOT = "HDR" AND VG-LINE(1:3) NOT = "TRL"
                   ADD 1 TO WS-SOURCE-READ
                   IF WS-SKU-COUNT < WS-SKU-MAX
                       ADD 1 TO WS-SKU-COUNT
                       MOVE VG-SKU TO WS-SK-SKU(WS-SKU-COUNT)
                       MOVE VG-GENRE TO WS-SK-GENRE(WS-SKU-COUNT)
                   END-IF
                   MOVE VG-GENRE TO WS-GENRE-WANTED
                   PERFORM 0240-FIND-GENRE
                   MOVE ZEROES TO WS-GAME-REVENUE
                   PERFORM VARYING WS-QTR-WANTED FROM 1 BY 1
                           UNTIL WS-QTR-WANTED > WS-PERIOD-QTR
                       MOVE VG-SKU TO WS-PRICE-SKU
                       PERFORM 0155-QUARTER-END-DATE
                       PERFORM 0150-FIND-PRICE
                       IF WS-UNIT-PRICE = ZEROES
                               AND VG-QTRLY-SALES(WS-QTR-WANTED) > 0
                           MOVE 'VND' TO WS-PST-SOURCE
                           MOVE 'PRC' TO WS-FIND-TYPE
                           MOVE VG-SKU TO WS-FIND-KEY
                           MOVE ZEROES TO WS-PST-AMOUNT
                           MOVE 'SKU VENDIDO SEM PRECO VIGENTE'
                               TO WS-EXC-REASON
                           PERFORM 0830-RECORD-EXCEPTION
                       END-IF
                       COMPUTE WS-GAME-REVENUE = WS-GAME-REVENUE
                           + VG-QTRLY-SALES(WS-QTR-WANTED)
                           * WS-UNIT-PRICE
                   END-PERFORM
                   IF WS-GENRE-HIT > ZEROES
                       ADD WS-GAME-REVENUE TO WS-GN-YTD(WS-GENRE-HIT)
                   END-IF
               END-IF.
               READ VIDEOGAMEFILE
                AT END SET END-OF-VG TO TRUE
               END-READ.

           0220-LOAD-REVENUE-POSTED.
               OPEN INPUT REVENUE-POSTED.
               IF WS-GRP-STATUS = "00"
                   READ REVENUE-POSTED
                    AT END SET END-OF-REVENUE-POSTED TO TRUE
                   END-READ
                   PERFORM 0225-STORE-REVENUE-POSTED
                       UNTIL END-OF-REVENUE-POSTED
                   CLOSE REVENUE-POSTED
               END-IF.

           0225-STORE-REVENUE-POSTED.
               IF RVP-YEAR = WS-PERIOD-YEAR
                   MOVE RVP-GENRE TO WS-GENRE-WANTED
                   PERFORM 0240-FIND-GENRE
                   IF WS-GENRE-HIT > ZEROES
                       MOVE RVP-AMOUNT TO WS-GN-POSTED(WS-GENRE-HIT)
                   END-IF
               END-IF.
               READ REVENUE-POSTED
                AT END SET END-OF-REVENUE-POSTED TO TRUE
               END-READ.

           0230-POST-GENRE-REVENUE.
               MOVE 'VND' TO WS-PST-SOURCE.
               COMPUTE WS-PST-AMOUNT = WS-GN-YTD(WS-GENRE-SUB)
                   - WS-GN-POSTED(WS-GENRE-SUB).
               MOVE 'VND' TO WS-FIND-TYPE.
               MOVE 'CLIENTES' TO WS-FIND-KEY.
               PERFORM 0810-RESOLVE-DEBIT.
               MOVE 'REC' TO WS-FIND-TYPE.
               MOVE WS-GN-GENRE(WS-GENRE-SUB) TO WS-FIND-KEY.
               PERFORM 0820-RESOLVE-CREDIT.
               PERFORM 0840-POST-PAIR.

      *    Acha (ou abre) a linha do genero na tabela.
           0240-FIND-GENRE.
               MOVE ZEROES TO WS-GENRE-HIT.
               PERFORM VARYING WS-GENRE-SUB FROM 1 BY 1
                       UNTIL WS-GENRE-SUB > WS-GENRE-COUNT
                   IF WS-GN-GENRE(WS-GENRE-SUB) = WS-GENRE-WANTED
                       MOVE WS-GENRE-SUB TO WS-GENRE-HIT
                       MOVE WS-GENRE-COUNT TO WS-GENRE-SUB
                   END-IF
               END-PERFORM.
               IF WS-GENRE-HIT = ZEROES
                   IF WS-GENRE-COUNT < WS-GENRE-MAX
                       ADD 1 TO WS-GENRE-COUNT
                       MOVE WS-GENRE-COUNT TO WS-GENRE-HIT
                       MOVE WS-GENRE-WANTED TO
                           WS-GN-GENRE(WS-GENRE-HIT)
                       MOVE ZEROES TO WS-GN-YTD(WS-GENRE-HIT)
                       MOVE ZEROES TO WS-GN-POSTED(WS-GENRE-HIT)
                   ELSE
                       MOVE 'N' TO WS-POST-SWITCH
                       MOVE "TABELA DE GENEROS CHEIA"
                           TO WS-FAIL-REASON
                   END-IF
               END-IF.

      *    Ajustes de vendas do mes: o master ja esta liquido
      *    deles, entao a receita do genero volta a credito e o
      *    ajuste fica na conta do motivo (sinal - debita o
      *    motivo; + inverte). Valor pelo preço do trimestre
      *    ajustado.
           0300-POST-SALES-ADJUSTMENTS.
               OPEN INPUT SALES-ADJ-AUDIT.
               IF WS-AAUD-STATUS = "00"
                   READ SALES-ADJ-AUDIT
                    AT END SET END-OF-ADJ-AUDIT TO TRUE
                   END-READ
                   PERFORM 0310-POST-ADJUSTMENT
                       UNTIL END-OF-ADJ-AUDIT
                   CLOSE SALES-ADJ-AUDIT
               END-IF.

           0310-POST-ADJUSTMENT.
               IF AAUD-DATE(1:6) = WS-PERIOD
                   ADD 1 TO WS-SOURCE-READ
                   MOVE AAUD-SKU TO WS-PRICE-SKU
                   MOVE AAUD-QUARTER TO WS-QTR-WANTED
                   PERFORM 0155-QUARTER-END-DATE
                   PERFORM 0150-FIND-PRICE
                   PERFORM 0320-FIND-SKU-GENRE
                   MOVE 'AJU' TO WS-PST-SOURCE
                   COMPUTE WS-PST-AMOUNT = AAUD-QTY * WS-UNIT-PRICE
                   IF AAUD-SIGN = '+'
                       COMPUTE WS-PST-AMOUNT = 0 - WS-PST-AMOUNT
                   END-IF
                   IF WS-UNIT-PRICE = ZEROES
                       MOVE 'PRC' TO WS-FIND-TYPE
                       MOVE AAUD-SKU TO WS-FIND-KEY
                       MOVE 'AJUSTE DE SKU SEM PRECO VIGENTE'
                           TO WS-EXC-REASON
                       PERFORM 0830-RECORD-EXCEPTION
                   END-IF
                   MOVE 'AJU' TO WS-FIND-TYPE
                   MOVE AAUD-REASON TO WS-FIND-KEY
                   PERFORM 0810-RESOLVE-DEBIT
                   MOVE 'REC' TO WS-FIND-TYPE
                   MOVE WS-SKU-GENRE TO WS-FIND-KEY
                   PERFORM 0820-RESOLVE-CREDIT
                   PERFORM 0840-POST-PAIR
               END-IF.
               READ SALES-ADJ-AUDIT
                AT END SET END-OF-ADJ-AUDIT TO TRUE
               END-READ.

           0320-FIND-SKU-GENRE.
               MOVE SPACES TO WS-SKU-GENRE.
               PERFORM VARYING WS-SKU-SUB FROM 1 BY 1
                       UNTIL WS-SKU-SUB > WS-SKU-COUNT
                   IF WS-SK-SKU(WS-SKU-SUB) = AAUD-SKU
                       MOVE WS-SK-GENRE(WS-SKU-SUB) TO WS-SKU-GENRE
                       MOVE WS-SKU-COUNT TO WS-SKU-SUB
                   END-IF
               END-PERFORM.

      *    Recebimento: estoque a debito, fornecedores a credito.
      *    Embarque: custo das vendas a debito, estoque a credito.
      *    Valor = quantidade x preço vigente na data do movimento.
           0400-POST-INVENTORY-MOVEMENTS.
               OPEN INPUT MOVEMENT-AUDIT.
               IF WS-MAUD-STATUS = "00"
                   READ MOVEMENT-AUDIT
                    AT END SET END-OF-MOVEMENT-AUDIT TO TRUE
                   END-READ
                   PERFORM 0410-POST-MOVEMENT
                       UNTIL END-OF-MOVEMENT-AUDIT
                   CLOSE MOVEMENT-AUDIT
               END-IF.

           0410-POST-MOVEMENT.
               IF MAUD-DATE(1:6) = WS-PERIOD
                   ADD 1 TO WS-SOURCE-READ
                   MOVE MAUD-SKU TO WS-PRICE-SKU
                   MOVE MAUD-DATE TO WS-PRICE-AS-OF
                   MOVE MAUD-QTY TO WS-MOVEMENT-VALUE
                   PERFORM 0420-VALUE-INVENTORY-SKU
                   MOVE 'EST' TO WS-PST-SOURCE
                   MOVE WS-MOVEMENT-VALUE TO WS-PST-AMOUNT
                   MOVE 'EST' TO WS-FIND-TYPE
                   IF MAUD-CODE = 'R'
                       MOVE 'ESTOQUE' TO WS-FIND-KEY
                       PERFORM 0810-RESOLVE-DEBIT
                       MOVE 'RECEBIDO' TO WS-FIND-KEY
                       PERFORM 0820-RESOLVE-CREDIT
                   ELSE
                       MOVE 'EMBARCADO' TO WS-FIND-KEY
                       PERFORM 0810-RESOLVE-DEBIT
                       MOVE 'ESTOQUE' TO WS-FIND-KEY
                       PERFORM 0820-RESOLVE-CREDIT
                   END-IF
                   PERFORM 0840-POST-PAIR
               END-IF.
               READ MOVEMENT-AUDIT
                AT END SET END-OF-MOVEMENT-AUDIT TO TRUE
               END-READ.

      *    Quantidade em WS-MOVEMENT-VALUE vira valor; SKU sem
      *    preço na data entra zerado e vai para as exceções.
           0420-VALUE-INVENTORY-SKU.
               PERFORM 0150-FIND-PRICE.
               IF WS-UNIT-PRICE = ZEROES
                   MOVE 'EST' TO WS-PST-SOURCE
                   MOVE 'PRC' TO WS-FIND-TYPE
                   MOVE WS-PRICE-SKU TO WS-FIND-KEY
                   MOVE ZEROES TO WS-PST-AMOUNT
                   MOVE 'MOVIMENTO DE SKU SEM PRECO VIGENTE'
                       TO WS-EXC-REASON
                   PERFORM 0830-RECORD-EXCEPTION
               END-IF.
               COMPUTE WS-MOVEMENT-VALUE =
                   WS-MOVEMENT-VALUE * WS-UNIT-PRICE.

      *    Quebra de contagem: perda a debito, estoque a credito;
      *    sobra inverte.
           0450-POST-COUNT-ADJUSTMENTS.
               OPEN INPUT COUNT-AUDIT.
               IF WS-CAUD-STATUS = "00"
                   READ COUNT-AUDIT
                    AT END SET END-OF-COUNT-AUDIT TO TRUE
                   END-READ
                   PERFORM 0460-POST-COUNT-ADJUSTMENT
                       UNTIL END-OF-COUNT-AUDIT
                   CLOSE COUNT-AUDIT
               END-IF.

           0460-POST-COUNT-ADJUSTMENT.
               IF CAUD-DATE(1:6) = WS-PERIOD
                   ADD 1 TO WS-SOURCE-READ
                   MOVE CAUD-SKU TO WS-PRICE-SKU
                   MOVE CAUD-DATE TO WS-PRICE-AS-OF
                   MOVE CAUD-QTY TO WS-MOVEMENT-VALUE
                   PERFORM 0420-VALUE-INVENTORY-SKU
                   MOVE 'EST' TO WS-PST-SOURCE
                   MOVE WS-MOVEMENT-VALUE TO WS-PST-AMOUNT
                   IF CAUD-SIGN = '+'
                       COMPUTE WS-PST-AMOUNT = 0 - WS-PST-AMOUNT
                   END-IF
                   MOVE 'EST' TO WS-FIND-TYPE
                   MOVE 'CONTAGEM' TO WS-FIND-KEY
                   PERFORM 0810-RESOLVE-DEBIT
                   MOVE 'ESTOQUE' TO WS-FIND-KEY
                   PERFORM 0820-RESOLVE-CREDIT
                   PERFORM 0840-POST-PAIR
               END-IF.
               READ COUNT-AUDIT
                AT END SET END-OF-COUNT-AUDIT TO TRUE
               END-READ.

      *    Folha do extrato enviado ao bureau: despesa de salarios
      *    no centro de custo do departamento, salarios a pagar a
      *    credito. Extrato de outro mes nao entra no periodo.
           0500-POST-PAYROLL.
               OPEN INPUT PAYROLL-EXTRACT.
               IF WS-PAY-STATUS NOT = "00"
                   MOVE 'FOL' TO WS-PST-SOURCE
                   MOVE 'FOL' TO WS-FIND-TYPE
                   MOVE 'EXTRATO' TO WS-FIND-KEY
                   MOVE ZEROES TO WS-PST-AMOUNT
                   MOVE 'PAYROLL-EXTRACT.DAT NAO ENCONTRADO'
                       TO WS-EXC-REASON
                   PERFORM 0830-RECORD-EXCEPTION
               ELSE
                   READ PAYROLL-EXTRACT
                    AT END SET END-OF-PAY TO TRUE
                   END-READ
                   PERFORM 0510-ACCUMULATE-PAY-LINE UNTIL END-OF-PAY
                   CLOSE PAYROLL-EXTRACT
                   IF WS-PAY-RUN-DATE(1:6) = WS-PERIOD
                       PERFORM 0520-POST-DEPARTMENT-SALARY
                           VARYING WS-DEPT-SUB FROM 1 BY 1
                           UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   ELSE
                       MOVE 'FOL' TO WS-PST-SOURCE
                       MOVE 'FOL' TO WS-FIND-TYPE
                       MOVE WS-PAY-RUN-DATE TO WS-FIND-KEY
                       MOVE ZEROES TO WS-PST-AMOUNT
                       MOVE 'EXTRATO DE FOLHA DE OUTRO MES'
                           TO WS-EXC-REASON
                       PERFORM 0830-RECORD-EXCEPTION
                   END-IF
               END-IF.

           0510-ACCUMULATE-PAY-LINE.
               EVALUATE PAY-REC-TYPE
                   WHEN 'H'
                       MOVE PAY-LINE(2:8) TO WS-PAY-RUN-DATE
                   WHEN 'D'
                       ADD 1 TO WS-SOURCE-READ
                       PERFORM 0515-FIND-DEPARTMENT
                       IF WS-DEPT-HIT > ZEROES
                           ADD PAY-SALARY TO WS-DP-SALARY(WS-DEPT-HIT)
                           ADD 1 TO WS-DP-HEADCOUNT(WS-DEPT-HIT)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               READ PAYROLL-EXTRACT
                AT END SET END-OF-PAY TO TRUE
               END-READ.

           0515-FIND-DEPARTMENT.
               MOVE ZEROES TO WS-DEPT-HIT.
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                       UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   IF WS-DP-DEPT(WS-DEPT-SUB) = PAY-DEPARTMENT
                       MOVE WS-DEPT-SUB TO WS-DEPT-HIT
                       MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                   END-IF
               END-PERFORM.
               IF WS-DEPT-HIT = ZEROES
                   IF WS-DEPT-COUNT < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
                       MOVE PAY-DEPARTMENT TO WS-DP-DEPT(WS-DEPT-HIT)
                       MOVE ZEROES TO WS-DP-SALARY(WS-DEPT-HIT)
                       MOVE ZEROES TO WS-DP-HEADCOUNT(WS-DEPT-HIT)
                   ELSE
                       MOVE 'N' TO WS-POST-SWITCH
                       MOVE "TABELA DE DEPARTAMENTOS CHEIA"
                           TO WS-FAIL-REASON
                   END-IF
               END-IF.

      *    A conta da despesa vem de FOL SALARIO e o centro de
      *    custo de DEP <departamento>; departamento sem mapa leva
      *    a despesa inteira para a transitoria.
           0520-POST-DEPARTMENT-SALARY.
               MOVE 'FOL' TO WS-PST-SOURCE.
               MOVE WS-DP-SALARY(WS-DEPT-SUB) TO WS-PST-AMOUNT.
               MOVE 'DEP' TO WS-FIND-TYPE.
               MOVE WS-DP-DEPT(WS-DEPT-SUB) TO WS-FIND-KEY.
               PERFORM 0800-FIND-ACCOUNT.
               IF WS-MAP-HIT = ZEROES
                   PERFORM 0810-RESOLVE-DEBIT
               ELSE
                   MOVE WS-FIND-COST-CENTER TO WS-DEPT-COST-CENTER
                   MOVE 'FOL' TO WS-FIND-TYPE
                   MOVE 'SALARIO' TO WS-FIND-KEY
                   PERFORM 0810-RESOLVE-DEBIT
                   IF WS-MAP-HIT > ZEROES
                       MOVE WS-DEPT-COST-CENTER
                           TO WS-PST-DR-COST-CENTER
                   END-IF
               END-IF.
               MOVE 'FOL' TO WS-FIND-TYPE.
               MOVE 'PAGAR' TO WS-FIND-KEY.
               PERFORM 0820-RESOLVE-CREDIT.
               PERFORM 0840-POST-PAIR.

      *    Conferencia final: debito tem que bater com credito.
           0600-CHECK-BALANCE.
               MOVE ZEROES TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
               PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                       UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
                   IF WS-JL-DC(WS-JOURNAL-SUB) = 'D'
                       ADD WS-JL-AMOUNT(WS-JOURNAL-SUB)
                           TO WS-DEBIT-TOTAL
                   ELSE
                       ADD WS-JL-AMOUNT(WS-JOURNAL-SUB)
                           TO WS-CREDIT-TOTAL
                   END-IF
               END-PERFORM.
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                       AND GL-CAN-POST
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE "DEBITO DIFERENTE DO CREDITO - DIARIO RETIDO"
                       TO WS-FAIL-REASON
               END-IF.

      *    A lista de exceções sai sempre, lançado o periodo ou
      *    nao, com o resultado no fim.
           0650-WRITE-EXCEPTIONS.
               OPEN OUTPUT GL-EXCEPTIONS.
               IF WS-EXC-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR GL-EXCEPTIONS.DAT - STATUS "
                       WS-EXC-STATUS
               ELSE
                   MOVE WS-PERIOD TO WS-ET-PERIOD
                   WRITE EXCEPTION-LINE FROM WS-EXC-TITLE
                   MOVE SPACES TO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
                   IF WS-EXC-COUNT = ZEROES
                       WRITE EXCEPTION-LINE FROM WS-EXC-NONE-LINE
                   ELSE
                       MOVE WS-SUSPENSE-ACCOUNT TO WS-ES-ACCOUNT
                       WRITE EXCEPTION-LINE FROM WS-EXC-SUSPENSE-LINE
                       WRITE EXCEPTION-LINE FROM WS-EXC-HEADING
                       PERFORM 0660-WRITE-EXCEPTION-LINE
                           VARYING WS-EXC-SUB FROM 1 BY 1
                           UNTIL WS-EXC-SUB > WS-EXC-COUNT
                   END-IF
                   MOVE SPACES TO EXCEPTION-LINE
                   WRITE EXCEPTION-LINE
                   IF GL-CAN-POST
                       MOVE SPACES TO WS-ER-TEXT
                       STRING "PERIODO LANCADO EM " DELIMITED BY SIZE
                           WS-JOURNAL-NAME DELIMITED BY SPACE
                           INTO WS-ER-TEXT
                   ELSE
                       MOVE WS-FAIL-REASON TO WS-ER-TEXT
                   END-IF
                   WRITE EXCEPTION-LINE FROM WS-EXC-RESULT-LINE
                   CLOSE GL-EXCEPTIONS
               END-IF.

           0660-WRITE-EXCEPTION-LINE.
               MOVE WS-EX-SOURCE(WS-EXC-SUB) TO WS-ED-SOURCE.
               MOVE WS-EX-TYPE(WS-EXC-SUB) TO WS-ED-TYPE.
               MOVE WS-EX-KEY(WS-EXC-SUB) TO WS-ED-KEY.
               MOVE WS-EX-COUNT(WS-EXC-SUB) TO WS-ED-COUNT.
               MOVE WS-EX-AMOUNT(WS-EXC-SUB) TO WS-ED-AMOUNT.
               MOVE WS-EX-REASON(WS-EXC-SUB) TO WS-ED-REASON.
               WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL.

           0700-WRITE-JOURNAL.
               OPEN OUTPUT GL-JOURNAL.
               IF WS-JRN-STATUS NOT = "00"
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE SPACES TO WS-FAIL-REASON
                   STRING "ERRO AO ABRIR " DELIMITED BY SIZE
                       WS-JOURNAL-NAME DELIMITED BY SPACE
                       INTO WS-FAIL-REASON
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-JH-DATE
                   MOVE WS-PERIOD TO WS-JH-PERIOD
                   WRITE JOURNAL-LINE FROM WS-JOURNAL-HEADER
                   PERFORM 0710-WRITE-JOURNAL-LINE
                       VARYING WS-JOURNAL-SUB FROM 1 BY 1
                       UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
                   MOVE WS-JOURNAL-COUNT TO WS-JT-COUNT
                   MOVE WS-DEBIT-TOTAL TO WS-JT-DEBIT
                   MOVE WS-CREDIT-TOTAL TO WS-JT-CREDIT
                   WRITE JOURNAL-LINE FROM WS-JOURNAL-TRAILER
                   CLOSE GL-JOURNAL
               END-IF.

           0710-WRITE-JOURNAL-LINE.
               MOVE WS-PERIOD TO WS-JD-PERIOD.
               MOVE WS-JOURNAL-SUB TO WS-JD-SEQ.
               MOVE WS-JL-SOURCE(WS-JOURNAL-SUB) TO WS-JD-SOURCE.
               MOVE WS-JL-ACCOUNT(WS-JOURNAL-SUB) TO WS-JD-ACCOUNT.
               MOVE WS-JL-COST-CENTER(WS-JOURNAL-SUB)
                   TO WS-JD-COST-CENTER.
               MOVE WS-JL-DC(WS-JOURNAL-SUB) TO WS-JD-DC.
               MOVE WS-JL-AMOUNT(WS-JOURNAL-SUB) TO WS-JD-AMOUNT.
               MOVE WS-JL-DESC(WS-JOURNAL-SUB) TO WS-JD-DESC.
               WRITE JOURNAL-LINE FROM WS-JOURNAL-DETAIL.

           0750-REGISTER-PERIOD.
               OPEN EXTEND PERIOD-REGISTER.
               IF WS-REG-STATUS = "35"
                   OPEN OUTPUT PERIOD-REGISTER
               END-IF.
               IF WS-REG-STATUS NOT = "00"
                   MOVE 'N' TO WS-POST-SWITCH
                   MOVE "ERRO AO ABRIR GL-PERIOD-REGISTER.DAT"
                       TO WS-FAIL-REASON
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                   MOVE SPACES TO PERIOD-REGISTER-REC
                   MOVE WS-PERIOD-NUM TO REG-PERIOD
                   MOVE WS-BUSINESS-DATE TO REG-POST-DATE
                   MOVE WS-CURRENT-DATE-TIME(9:6) TO REG-POST-TIME
                   MOVE WS-JOURNAL-COUNT TO REG-LINES
                   MOVE WS-DEBIT-TOTAL TO REG-DEBIT
                   MOVE WS-CREDIT-TOTAL TO REG-CREDIT
                   MOVE WS-JOURNAL-NAME TO REG-FILE-NAME
                   WRITE PERIOD-REGISTER-REC
                   CLOSE PERIOD-REGISTER
               END-IF.

      *    O acumulado do ano passa a ser o lançado; a base de
      *    outros anos nao interessa mais.
           0760-SAVE-REVENUE-POSTED.
               OPEN OUTPUT REVENUE-POSTED.
               IF WS-GRP-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR GL-REVENUE-POSTED.DAT - "
                       "STATUS " WS-GRP-STATUS
               ELSE
                   PERFORM VARYING WS-GENRE-SUB FROM 1 BY 1
                           UNTIL WS-GENRE-SUB > WS-GENRE-COUNT
                       MOVE SPACES TO REVENUE-POSTED-REC
                       MOVE WS-PERIOD-YEAR TO RVP-YEAR
                       MOVE WS-GN-GENRE(WS-GENRE-SUB) TO RVP-GENRE
                       MOVE WS-GN-YTD(WS-GENRE-SUB) TO RVP-AMOUNT
                       WRITE REVENUE-POSTED-REC
                   END-PERFORM
                   CLOSE REVENUE-POSTED
               END-IF.

           0800-FIND-ACCOUNT.
               MOVE ZEROES TO WS-MAP-HIT.
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                       UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   IF WS-MP-TYPE(WS-MAP-SUB) = WS-FIND-TYPE
                           AND WS-MP-KEY(WS-MAP-SUB) = WS-FIND-KEY
                       MOVE WS-MAP-SUB TO WS-MAP-HIT
                       MOVE WS-MAP-COUNT TO WS-MAP-SUB
                   END-IF
               END-PERFORM.
               IF WS-MAP-HIT > ZEROES
                   MOVE WS-MP-ACCOUNT(WS-MAP-HIT) TO WS-FIND-ACCOUNT
                   MOVE WS-MP-COST-CENTER(WS-MAP-HIT)
                       TO WS-FIND-COST-CENTER
                   MOVE WS-MP-DESC(WS-MAP-HIT) TO WS-FIND-DESC
               ELSE
                   MOVE WS-SUSPENSE-ACCOUNT TO WS-FIND-ACCOUNT
                   MOVE WS-SUSPENSE-COST-CENTER TO WS-FIND-COST-CENTER
                   MOVE WS-SUSPENSE-DESC TO WS-FIND-DESC
               END-IF.

      *    Lado do debito / do credito do lançamento corrente; o
      *    que nao tem conta vai para a transitoria e para a lista
      *    com o valor do lançamento.
           0810-RESOLVE-DEBIT.
               PERFORM 0800-FIND-ACCOUNT.
               IF WS-MAP-HIT = ZEROES
                   MOVE 'SEM CONTA NO MAPA' TO WS-EXC-REASON
                   PERFORM 0830-RECORD-EXCEPTION
               END-IF.
               MOVE WS-FIND-ACCOUNT TO WS-PST-DR-ACCOUNT.
               MOVE WS-FIND-COST-CENTER TO WS-PST-DR-COST-CENTER.
               MOVE WS-FIND-DESC TO WS-PST-DR-DESC.

           0820-RESOLVE-CREDIT.
               PERFORM 0800-FIND-ACCOUNT.
               IF WS-MAP-HIT = ZEROES
                   MOVE 'SEM CONTA NO MAPA' TO WS-EXC-REASON
                   PERFORM 0830-RECORD-EXCEPTION
               END-IF.
               MOVE WS-FIND-ACCOUNT TO WS-PST-CR-ACCOUNT.
               MOVE WS-FIND-COST-CENTER TO WS-PST-CR-COST-CENTER.
               MOVE WS-FIND-DESC TO WS-PST-CR-DESC.

      *    Uma linha por origem, tipo e chave, somando ocorrencias
      *    e valor.
           0830-RECORD-EXCEPTION.
               MOVE ZEROES TO WS-EXC-HIT.
               PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                       UNTIL WS-EXC-SUB > WS-EXC-COUNT
                   IF WS-EX-SOURCE(WS-EXC-SUB) = WS-PST-SOURCE
                           AND WS-EX-TYPE(WS-EXC-SUB) = WS-FIND-TYPE
                           AND WS-EX-KEY(WS-EXC-SUB) = WS-FIND-KEY
                       MOVE WS-EXC-SUB TO WS-EXC-HIT
                       MOVE WS-EXC-COUNT TO WS-EXC-SUB
                   END-IF
               END-PERFORM.
               IF WS-EXC-HIT = ZEROES
                   IF WS-EXC-COUNT < WS-EXC-MAX
                       ADD 1 TO WS-EXC-COUNT
                       MOVE WS-EXC-COUNT TO WS-EXC-HIT
                       MOVE WS-PST-SOURCE TO WS-EX-SOURCE(WS-EXC-HIT)
                       MOVE WS-FIND-TYPE TO WS-EX-TYPE(WS-EXC-HIT)
                       MOVE WS-FIND-KEY TO WS-EX-KEY(WS-EXC-HIT)
                       MOVE ZEROES TO WS-EX-COUNT(WS-EXC-HIT)
                       MOVE ZEROES TO WS-EX-AMOUNT(WS-EXC-HIT)
                       MOVE WS-EXC-REASON TO WS-EX-REASON(WS-EXC-HIT)
                   ELSE
                       DISPLAY "LISTA DE EXCECOES CHEIA: "
                           WS-FIND-TYPE " " WS-FIND-KEY
                   END-IF
               END-IF.
               IF WS-EXC-HIT > ZEROES
                   ADD 1 TO WS-EX-COUNT(WS-EXC-HIT)
                   ADD WS-PST-AMOUNT TO WS-EX-AMOUNT(WS-EXC-HIT)
               END-IF.

      *    Grava o par debito/credito; valor negativo troca os
      *    lados e valor zero nao gera linha.
           0840-POST-PAIR.
               IF WS-PST-AMOUNT < ZEROES
                   MOVE WS-PST-DR-ACCOUNT TO WS-SWAP-ACCOUNT
                   MOVE WS-PST-DR-COST-CENTER TO WS-SWAP-COST-CENTER
                   MOVE WS-PST-DR-DESC TO WS-SWAP-DESC
                   MOVE WS-PST-CR-ACCOUNT TO WS-PST-DR-ACCOUNT
                   MOVE WS-PST-CR-COST-CENTER TO WS-PST-DR-COST-CENTER
                   MOVE WS-PST-CR-DESC TO WS-PST-DR-DESC
                   MOVE WS-SWAP-ACCOUNT TO WS-PST-CR-ACCOUNT
                   MOVE WS-SWAP-COST-CENTER TO WS-PST-CR-COST-CENTER
                   MOVE WS-SWAP-DESC TO WS-PST-CR-DESC
                   COMPUTE WS-PST-AMOUNT = 0 - WS-PST-AMOUNT
               END-IF.
               IF WS-PST-AMOUNT > ZEROES
                   MOVE 'D' TO WS-LINE-DC
                   MOVE WS-PST-DR-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE WS-PST-DR-COST-CENTER TO WS-LINE-COST-CENTER
                   MOVE WS-PST-DR-DESC TO WS-LINE-DESC
                   PERFORM 0850-ADD-JOURNAL-LINE
                   MOVE 'C' TO WS-LINE-DC
                   MOVE WS-PST-CR-ACCOUNT TO WS-LINE-ACCOUNT
                   MOVE WS-PST-CR-COST-CENTER TO WS-LINE-COST-CENTER
                   MOVE WS-PST-CR-DESC TO WS-LINE-DESC
                   PERFORM 0850-ADD-JOURNAL-LINE
               END-IF.

           0850-ADD-JOURNAL-LINE.
               MOVE ZEROES TO WS-JOURNAL-HIT.
               PERFORM VARYING WS-JOURNAL-SUB FROM 1 BY 1
                       UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
                   IF WS-JL-SOURCE(WS-JOURNAL-SUB) = WS-PST-SOURCE
                       AND WS-JL-ACCOUNT(WS-JOURNAL-SUB) =
                           WS-LINE-ACCOUNT
                       AND WS-JL-COST-CENTER(WS-JOURNAL-SUB) =
                           WS-LINE-COST-CENTER
                       AND WS-JL-DC(WS-JOURNAL-SUB) = WS-LINE-DC
                       MOVE WS-JOURNAL-SUB TO WS-JOURNAL-HIT
                       MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-SUB
                   END-IF
               END-PERFORM.
               IF WS-JOURNAL-HIT = ZEROES
                   IF WS-JOURNAL-COUNT < WS-JOURNAL-MAX
                       ADD 1 TO WS-JOURNAL-COUNT
                       MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-HIT
                       MOVE WS-PST-SOURCE TO
                           WS-JL-SOURCE(WS-JOURNAL-HIT)
                       MOVE WS-LINE-ACCOUNT TO
                           WS-JL-ACCOUNT(WS-JOURNAL-HIT)
                       MOVE WS-LINE-COST-CENTER TO
                           WS-JL-COST-CENTER(WS-JOURNAL-HIT)
                       MOVE WS-LINE-DC TO WS-JL-DC(WS-JOURNAL-HIT)
                       MOVE ZEROES TO WS-JL-AMOUNT(WS-JOURNAL-HIT)
                       MOVE WS-LINE-DESC TO
                           WS-JL-DESC(WS-JOURNAL-HIT)
                   ELSE
                       MOVE 'N' TO WS-POST-SWITCH
                       MOVE "DIARIO CHEIO - AUMENTAR A TABELA"
                           TO WS-FAIL-REASON
                   END-IF
               END-IF.
               IF WS-JOURNAL-HIT > ZEROES
                   ADD WS-PST-AMOUNT TO WS-JL-AMOUNT(WS-JOURNAL-HIT)
               END-IF.
