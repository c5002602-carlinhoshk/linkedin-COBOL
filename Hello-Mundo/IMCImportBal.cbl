       IDENTIFICATION DIVISION.
       PROGRAM-ID.     IMCIMPORTBAL.
       AUTHOR.         Carlinhoshk.
      *Importacao das leituras das balancas e estadiometros das
      *clinicas para BMI-INPUT.DAT, no lugar da redigitacao. A
      *transferencia deixa os CSV exportados pelos aparelhos e lista
      *cada um em SCALE-MANIFEST.DAT, com a quantidade de leituras
      *que o aparelho diz ter exportado. Cada linha do CSV traz
      *  aparelho;paciente;data e hora;peso;altura
      *com virgula decimal (ex. BAL-C001;000101;2026-10-14 08:32;
      *72,5;172,40). Data e hora em AAAA-MM-DD HH:MM ou
      *DD/MM/AAAA HH:MM; os segundos, se vierem, sao ignorados. Uma
      *primeira linha de titulos e reconhecida e pulada.
      *O aparelho precisa estar ativo em SCALE-DEVICES.DAT
      *(BALDEV.cpy), que da a clinica da medicao e a unidade do
      *aparelho; peso e altura sao convertidos para a UNIT-SYSTEM da
      *rodada, a mesma que o IMCLOTE usa. O paciente precisa estar
      *ativo em PATIENT-MASTER.IDX; ID aposentado por fusao passa
      *como veio, para o IMCLOTE aplicar a regra PAC-ID-FUNDIDO.
      *Linha rejeitada vai para SCALE-IMPORT-EXCEPTIONS.DAT com o
      *motivo, e SCALE-IMPORT-CONTROL.DAT fecha cada arquivo: lidas
      *contra o total do aparelho, aceitas, rejeitadas e soma dos
      *pesos aceitos. Arquivo que nao confere ou que nao chegou
      *fecha a execucao como FALHA no log central. Sem lista de
      *importacao, BMI-INPUT.DAT fica como esta (digitacao manual).
      *Com lista, o BMI-INPUT.DAT anterior vai inteiro para uma
      *geracao do catalogo; as linhas digitadas voltam para o arquivo
      *e as importadas numa rodada anterior (as que trazem a data da
      *medicao) saem, para o IMCLOTE nao as ler duas vezes. A lista
      *processada tambem vai para uma geracao do catalogo e volta
      *vazia, para a noite seguinte nao importar de novo.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVICE-FILE ASSIGN TO "SCALE-DEVICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVICE-STATUS.

           SELECT IMPORT-LIST ASSIGN TO "SCALE-MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT PATIENT-INDEX ASSIGN TO "PATIENT-MASTER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIDX-PATIENT-ID
               FILE STATUS IS WS-PINDEX-STATUS.

           SELECT BMI-FILE ASSIGN TO "BMI-INPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMI-STATUS.

           SELECT IMPORT-EXCEPTIONS
               ASSIGN TO "SCALE-IMPORT-EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.

           SELECT IMPORT-CONTROL ASSIGN TO "SCALE-IMPORT-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT LIST-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-LIST-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSA-STATUS.

           SELECT BMI-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-BMI-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BMA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVICE-FILE.
       01  DEVICE-REC.
           88 END-OF-DEVICES       VALUE HIGH-VALUES.
           COPY BALDEV.

      *Uma linha por CSV a importar: nome do arquivo e quantidade de
      *leituras exportadas pelo aparelho (em branco se o aparelho
      *nao informa).
       FD  IMPORT-LIST.
       01  IMPORT-LIST-REC.
           88 END-OF-LIST          VALUE HIGH-VALUES.
           05 IML-FILE-NAME        PIC X(40).
           05 FILLER               PIC X.
           05 IML-EXPECTED         PIC X(5).
           05 IML-EXPECTED-NUM REDEFINES IML-EXPECTED
                                   PIC 9(5).

       FD  EXPORT-FILE.
       01  EXPORT-LINE             PIC X(120).
           88 END-OF-EXPORT        VALUE HIGH-VALUES.

      *Espelho do PACREC.cpy com nomes proprios porque a chave de um
      *arquivo indexado precisa de um nome unico no programa.
       FD  PATIENT-INDEX.
       01  PIDX-DETAILS.
           05 PIDX-PATIENT-ID      PIC 9(6).
           05 PIDX-LASTNAME        PIC X(20).
           05 PIDX-FIRSTNAME       PIC X(20).
           05 PIDX-BIRTH-DATE      PIC 9(8).
           05 PIDX-PATIENT-SEX     PIC X.
           05 PIDX-STATUS          PIC X.

       FD  BMI-FILE.
       01  BMIDETAILS.
           88 END-OF-BMI-INPUT     VALUE HIGH-VALUES.
           COPY BMIREC.

       FD  IMPORT-EXCEPTIONS.
       01  IMPORT-EXC-LINE.
           05 IEXC-FILE-NAME       PIC X(30).
           05 FILLER               PIC X.
           05 IEXC-LINE-NO         PIC 9(5).
           05 FILLER               PIC X(2).
           05 IEXC-REASON          PIC X(40).
           05 FILLER               PIC X(2).
           05 IEXC-RAW-LINE        PIC X(60).

       FD  IMPORT-CONTROL.
       01  CONTROL-LINE            PIC X(100).

       FD  LIST-ARCHIVE-FILE.
       01  LIST-ARCHIVE-LINE       PIC X(46).

       FD  BMI-ARCHIVE-FILE.
       01  BMI-ARCHIVE-LINE        PIC X(83).
           88 END-OF-BMI-ARCHIVE   VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
       01 WS-DEVICE-STATUS PIC XX VALUE SPACES.
       01 WS-LIST-STATUS PIC XX VALUE SPACES.
       01 WS-EXPORT-STATUS PIC XX VALUE SPACES.
       01 WS-PINDEX-STATUS PIC XX VALUE SPACES.
       01 WS-BMI-STATUS PIC XX VALUE SPACES.
       01 WS-EXC-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-LSA-STATUS PIC XX VALUE SPACES.
       01 WS-BMA-STATUS PIC XX VALUE SPACES.

       01 WS-EXPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZEROES.
       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
       01 WS-PARAM-FOUND PIC X VALUE 'N'.
       01 WS-UNIT-SYSTEM PIC X VALUE 'M'.
           88 WS-METRIC            VALUE 'M' 'm'.
           88 WS-IMPERIAL          VALUE 'I' 'i'.

      *Cadastro de aparelhos em memoria, como o STORES.DAT no
      *retorno das lojas.
       01  WS-DEVICE-TABLE.
           05 WS-DEVICE-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-DEVICE-ENTRY OCCURS 200 TIMES.
               10 WS-DT-DEVICE-ID  PIC X(8).
               10 WS-DT-CLINIC     PIC X(4).
               10 WS-DT-UNIT       PIC X.
               10 WS-DT-STATUS     PIC X.
       01 WS-DEVICE-MAX PIC 9(3) VALUE 200.
       01 WS-DEVICE-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEVICE-HIT PIC 9(3) VALUE ZERO.
       01 WS-DEVICE-DROPPED PIC 9(5) VALUE ZERO.

      *Campos de uma linha do CSV, ainda em texto.
       01  WS-CSV-FIELDS.
           05 CSV-DEVICE           PIC X(12).
           05 CSV-PATIENT          PIC X(10).
           05 CSV-STAMP            PIC X(20).
           05 CSV-WEIGHT           PIC X(12).
           05 CSV-HEIGHT           PIC X(12).
       01 WS-CSV-FIELD-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HEADER-LEN PIC 9(2) VALUE ZERO.

       01 WS-LINE-SWITCH PIC X VALUE 'Y'.
           88 LINE-IS-VALID        VALUE 'Y'.
           88 LINE-IS-INVALID      VALUE 'N'.
       01 WS-IMPORT-REASON PIC X(40) VALUE SPACES.

      *Numero com virgula decimal: ate tres inteiros e duas casas.
      *A parte inteira entra alinhada a direita e a decimal a
      *esquerda, e a redefinicao le o valor com duas casas.
       01 WS-NUM-TEXT PIC X(12) VALUE SPACES.
       01 WS-NUM-INT PIC X(12) VALUE SPACES.
       01 WS-NUM-DEC PIC X(12) VALUE SPACES.
       01 WS-NUM-INT-LEN PIC 9(2) VALUE ZERO.
       01 WS-NUM-DEC-LEN PIC 9(2) VALUE ZERO.
       01 WS-NUM-COMMAS PIC 9(2) VALUE ZERO.
       01  WS-NUM-PARTS.
           05 WS-NUM-INT-RJ        PIC X(3) JUSTIFIED RIGHT.
           05 WS-NUM-DEC-2         PIC X(2).
       01  WS-NUM-VALUE REDEFINES WS-NUM-PARTS
                                   PIC 9(3)V99.
       01 WS-NUM-SWITCH PIC X VALUE 'Y'.
           88 NUMBER-IS-VALID      VALUE 'Y'.
           88 NUMBER-IS-INVALID    VALUE 'N'.

      *ID do paciente com ou sem zeros a esquerda.
       01 WS-ID-LEN PIC 9(2) VALUE ZERO.
       01  WS-ID-TEXT              PIC X(6) JUSTIFIED RIGHT.
       01  WS-ID-NUM REDEFINES WS-ID-TEXT
                                   PIC 9(6).

       01 WS-READ-WEIGHT PIC 9(3)V99 VALUE ZERO.
       01 WS-READ-HEIGHT PIC 9(3)V99 VALUE ZERO.
       01 WS-BMI-WEIGHT PIC 9(3)V99 VALUE ZERO.
       01 WS-BMI-HEIGHT PIC 9(3)V99 VALUE ZERO.

       01 WS-PATIENT-SWITCH PIC X VALUE 'N'.
           88 PATIENT-IS-KNOWN     VALUE 'Y'.
       01 WS-XREF-SURVIVOR PIC 9(6) VALUE ZEROES.
       01 WS-XREF-FOUND PIC X VALUE 'N'.

      *Dias de cada mes para a critica das datas; fevereiro
      *ganha o dia 29 nos anos bissextos.
       01  WS-MONTH-DAYS-TEXT      PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-TEXT.
           05 WS-MONTH-DAYS        PIC 99 OCCURS 12 TIMES.
       01  WS-CHECK-DATE           PIC X(8) VALUE SPACES.
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR        PIC 9(4).
           05 WS-CHECK-MONTH       PIC 9(2).
           05 WS-CHECK-DAY         PIC 9(2).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
                                   PIC 9(8).
       01  WS-CHECK-TIME           PIC X(4) VALUE SPACES.
       01  WS-CHECK-TIME-PARTS REDEFINES WS-CHECK-TIME.
           05 WS-CHECK-HOUR        PIC 9(2).
           05 WS-CHECK-MINUTE      PIC 9(2).
       01 WS-MAX-DAY PIC 99 VALUE ZERO.
       01 WS-LEAP-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-4 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-100 PIC 9(4) VALUE ZERO.
       01 WS-LEAP-REM-400 PIC 9(4) VALUE ZERO.
       01 WS-DATE-SWITCH PIC X VALUE 'Y'.
           88 DATE-IS-VALID        VALUE 'Y'.
           88 DATE-IS-INVALID      VALUE 'N'.

      *Totais do arquivo em curso e da rodada.
       01 WS-LINE-NO PIC 9(5) VALUE ZERO.
       01 WS-FILE-DEVICE PIC X(8) VALUE SPACES.
       01 WS-FILE-EXPECTED PIC 9(5) VALUE ZERO.
       01 WS-FILE-READ PIC 9(5) VALUE ZERO.
       01 WS-FILE-ACCEPTED PIC 9(5) VALUE ZERO.
       01 WS-FILE-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-FILE-WEIGHT PIC 9(7)V99 VALUE ZERO.
       01 WS-EXPECTED-SWITCH PIC X VALUE 'N'.
           88 EXPECTED-GIVEN       VALUE 'Y'.
       01 WS-FILE-FOUND-SWITCH PIC X VALUE 'N'.
           88 EXPORT-FILE-FOUND    VALUE 'Y'.
           88 EXPORT-FILE-MISSING  VALUE 'N'.
       01 WS-FILE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LIST-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DIVERGENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HEADER-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MERGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-READ PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ACCEPTED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-WEIGHT PIC 9(9)V99 VALUE ZERO.

       01  WS-CONTROL-HEADER-1.
           05 FILLER               PIC X(42) VALUE
              'CONTROLE DA IMPORTACAO DAS BALANCAS - DIA '.
           05 WS-CH-DATE           PIC 9(8).
           05 FILLER               PIC X(10) VALUE ' - UNIDADE'.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CH-UNIT           PIC X.
       01  WS-CONTROL-HEADER-2.
           05 FILLER               PIC X(31) VALUE 'ARQUIVO'.
           05 FILLER               PIC X(9) VALUE 'APARELHO'.
           05 FILLER               PIC X(7) VALUE ' EXPORT'.
           05 FILLER               PIC X(7) VALUE '  LIDAS'.
           05 FILLER               PIC X(7) VALUE ' ACEITA'.
           05 FILLER               PIC X(7) VALUE ' REJEIT'.
           05 FILLER               PIC X(15) VALUE
              '    PESO ACEITO'.
           05 FILLER               PIC X(10) VALUE '  SITUACAO'.
       01  WS-CONTROL-DETAIL.
           05 WS-CD-FILE-NAME      PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CD-DEVICE         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-CD-EXPECTED       PIC X(7).
           05 WS-CD-READ           PIC ZZZZZZ9.
           05 WS-CD-ACCEPTED       PIC ZZZZZZ9.
           05 WS-CD-REJECTED       PIC ZZZZZZ9.
           05 WS-CD-WEIGHT         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-CD-STATUS         PIC X(10).
       01 WS-CD-EXPECTED-EDIT PIC ZZZZZZ9.

       01 WS-LIST-ARCHIVE-NAME PIC X(40) VALUE SPACES.
       01 WS-LIST-GEN-BASE-NAME PIC X(20) VALUE 'SCALE-MANIFEST.DAT'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TIMESTAMP-TEXT PIC X(14) VALUE SPACES.

      *BMI-INPUT.DAT anterior: geracao do catalogo e contagens do que
      *foi mantido (digitado) e substituido (importado antes).
       01 WS-BMI-ARCHIVE-NAME PIC X(40) VALUE SPACES.
       01 WS-BMI-GEN-BASE-NAME PIC X(20) VALUE 'BMI-INPUT.DAT'.
       01 WS-BMI-PRIOR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BMI-KEPT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BMI-REPLACED-COUNT PIC 9(7) VALUE ZERO.

       01  WS-RUNLOG-AREA.
           05 WS-RL-ACTION         PIC X VALUE SPACE.
           05 WS-RL-PROGRAM        PIC X(14) VALUE 'IMCIMPORTBAL'.
           05 WS-RL-READ           PIC 9(7) VALUE ZEROES.
           05 WS-RL-WRITTEN        PIC 9(7) VALUE ZEROES.
           05 WS-RL-REJECTED       PIC 9(7) VALUE ZEROES.
           05 WS-RL-OUTCOME        PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0005-LOG-RUN-START.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM 0110-GET-UNIT-SYSTEM.

      *Noite sem lista de importacao: BMI-INPUT.DAT fica como esta,
      *para a digitacao manual continuar valendo.
           OPEN INPUT IMPORT-LIST.
           IF WS-LIST-STATUS = "35"
               DISPLAY "SCALE-MANIFEST.DAT AUSENTE - BMI-INPUT.DAT "
                   "MANTIDO"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SCALE-MANIFEST.DAT - STATUS "
                   WS-LIST-STATUS
               STOP RUN
           END-IF.
           READ IMPORT-LIST
               AT END SET END-OF-LIST TO TRUE
           END-READ.
           IF END-OF-LIST
               CLOSE IMPORT-LIST
               DISPLAY "SCALE-MANIFEST.DAT VAZIO - BMI-INPUT.DAT "
                   "MANTIDO"
               PERFORM 0995-LOG-RUN-END
               GOBACK
           END-IF.

           PERFORM 0120-LOAD-DEVICES.
           PERFORM 0130-OPEN-FILES.
           PERFORM 0200-PROCESS-LIST-ENTRY UNTIL END-OF-LIST.
           CLOSE IMPORT-LIST.
           PERFORM 0700-WRITE-GRAND-TOTALS.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 0520-ARCHIVE-IMPORT-LIST.

           DISPLAY "IMPORTACAO DAS BALANCAS CONCLUIDA".
           DISPLAY "ARQUIVOS.......: " WS-FILE-COUNT.
           DISPLAY "LEITURAS.......: " WS-TOTAL-READ.
           DISPLAY "ACEITAS........: " WS-TOTAL-ACCEPTED.
           DISPLAY "REJEITADAS.....: " WS-TOTAL-REJECTED.
           DISPLAY "IDS FUNDIDOS...: " WS-MERGED-COUNT.
           DISPLAY "NAO CONFEREM...: " WS-DIVERGENT-COUNT.
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

      *Arquivo de aparelho que nao chegou ou cuja contagem nao bate
      *com a do aparelho fecha a execucao como FALHA no log central.
       0995-LOG-RUN-END.
           MOVE WS-TOTAL-READ TO WS-RL-READ.
           MOVE WS-TOTAL-ACCEPTED TO WS-RL-WRITTEN.
           MOVE WS-TOTAL-REJECTED TO WS-RL-REJECTED.
           MOVE 'E' TO WS-RL-ACTION.
           IF WS-DIVERGENT-COUNT > ZERO
               MOVE 'FALHA' TO WS-RL-OUTCOME
           ELSE
               MOVE 'OK' TO WS-RL-OUTCOME
           END-IF.
           CALL "RUNLOGGER" USING WS-RL-ACTION WS-RL-PROGRAM
               WS-RL-READ WS-RL-WRITTEN WS-RL-REJECTED
               WS-RL-OUTCOME
           END-CALL.

       0110-GET-UNIT-SYSTEM.
           MOVE "UNIT-SYSTEM" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
               MOVE WS-PARAM-VALUE(1:1) TO WS-UNIT-SYSTEM
           END-IF.
           IF NOT WS-METRIC AND NOT WS-IMPERIAL
               MOVE 'M' TO WS-UNIT-SYSTEM
           END-IF.
           DISPLAY "PARAMETRO UNIT-SYSTEM..: " WS-UNIT-SYSTEM.

       0120-LOAD-DEVICES.
           OPEN INPUT DEVICE-FILE.
           IF WS-DEVICE-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SCALE-DEVICES.DAT - STATUS "
                   WS-DEVICE-STATUS
               STOP RUN
           END-IF.
           READ DEVICE-FILE
               AT END SET END-OF-DEVICES TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-DEVICES
               IF DEV-DEVICE-ID NOT = SPACES
                   IF WS-DEVICE-COUNT < WS-DEVICE-MAX
                       ADD 1 TO WS-DEVICE-COUNT
                       MOVE DEV-DEVICE-ID
                           TO WS-DT-DEVICE-ID(WS-DEVICE-COUNT)
                       MOVE DEV-CLINIC-CODE
                           TO WS-DT-CLINIC(WS-DEVICE-COUNT)
                       MOVE DEV-UNIT TO WS-DT-UNIT(WS-DEVICE-COUNT)
                       MOVE DEV-STATUS
                           TO WS-DT-STATUS(WS-DEVICE-COUNT)
                   ELSE
                       ADD 1 TO WS-DEVICE-DROPPED
                       DISPLAY "APARELHO " DEV-DEVICE-ID
                           " NAO COUBE NA TABELA DE APARELHOS"
                   END-IF
               END-IF
               READ DEVICE-FILE
                   AT END SET END-OF-DEVICES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DEVICE-FILE.
           IF WS-DEVICE-DROPPED > ZERO
               DISPLAY "TABELA DE APARELHOS CHEIA COM " WS-DEVICE-MAX
                   " POSICOES - " WS-DEVICE-DROPPED
                   " APARELHOS DE FORA - EXECUCAO INTERROMPIDA"
               STOP RUN
           END-IF.
           DISPLAY "APARELHOS CADASTRADOS..: " WS-DEVICE-COUNT.

       0130-OPEN-FILES.
           OPEN INPUT PATIENT-INDEX.
           IF WS-PINDEX-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PATIENT-MASTER.IDX - STATUS "
                   WS-PINDEX-STATUS
               DISPLAY "RODE O PACIENTECARGA PARA CRIAR O CADASTRO "
                   "INDEXADO DE PACIENTES."
               STOP RUN
           END-IF.
           PERFORM 0140-KEEP-KEYED-ROWS.
           OPEN OUTPUT IMPORT-EXCEPTIONS.
           IF WS-EXC-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SCALE-IMPORT-EXCEPTIONS.DAT - "
                   "STATUS " WS-EXC-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT IMPORT-CONTROL.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SCALE-IMPORT-CONTROL.DAT - "
                   "STATUS " WS-CONTROL-STATUS
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-CH-DATE.
           MOVE WS-UNIT-SYSTEM TO WS-CH-UNIT.
           WRITE CONTROL-LINE FROM WS-CONTROL-HEADER-1.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           WRITE CONTROL-LINE FROM WS-CONTROL-HEADER-2.

      *O BMI-INPUT.DAT anterior vai inteiro para uma geracao datada
      *do catalogo; as linhas digitadas (sem data da medicao) voltam
      *para o arquivo, que fica aberto para as leituras importadas, e
      *as importadas numa rodada anterior sao substituidas pelas de
      *hoje. Sem arquivo anterior, ou vazio, o arquivo nasce novo.
       0140-KEEP-KEYED-ROWS.
           MOVE ZEROES TO WS-BMI-PRIOR-COUNT WS-BMI-KEPT-COUNT
               WS-BMI-REPLACED-COUNT.
           OPEN INPUT BMI-FILE.
           IF WS-BMI-STATUS NOT = "00" AND WS-BMI-STATUS NOT = "35"
               DISPLAY "ERRO AO ABRIR BMI-INPUT.DAT - STATUS "
                   WS-BMI-STATUS
               STOP RUN
           END-IF.
           IF WS-BMI-STATUS = "00"
               READ BMI-FILE
                   AT END SET END-OF-BMI-INPUT TO TRUE
               END-READ
               IF NOT END-OF-BMI-INPUT
                   PERFORM 0145-ARCHIVE-BMI-INPUT
               END-IF
               CLOSE BMI-FILE
           END-IF.
           IF WS-BMI-PRIOR-COUNT > ZERO
               PERFORM 0150-RESTORE-KEYED-ROWS
           ELSE
               OPEN OUTPUT BMI-FILE
               IF WS-BMI-STATUS NOT = "00"
                   DISPLAY "ERRO AO GRAVAR BMI-INPUT.DAT - STATUS "
                       WS-BMI-STATUS
                   STOP RUN
               END-IF
           END-IF.

       0145-ARCHIVE-BMI-INPUT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.
           MOVE SPACES TO WS-BMI-ARCHIVE-NAME.
           STRING "BMI-INPUT.DAT." WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-BMI-ARCHIVE-NAME.
           OPEN OUTPUT BMI-ARCHIVE-FILE.
           IF WS-BMA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DO BMI-INPUT ANTERIOR - "
                   "FILE STATUS " WS-BMA-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-BMI-INPUT
               ADD 1 TO WS-BMI-PRIOR-COUNT
               MOVE BMIDETAILS TO BMI-ARCHIVE-LINE
               WRITE BMI-ARCHIVE-LINE
               READ BMI-FILE
                   AT END SET END-OF-BMI-INPUT TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BMI-ARCHIVE-FILE.
           CALL "GENCATALOG" USING WS-BMI-GEN-BASE-NAME
               WS-TIMESTAMP-TEXT WS-BMI-PRIOR-COUNT
           END-CALL.

       0150-RESTORE-KEYED-ROWS.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF WS-BMA-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR " WS-BMI-ARCHIVE-NAME
                   " - STATUS " WS-BMA-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT BMI-FILE.
           IF WS-BMI-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BMI-INPUT.DAT - STATUS "
                   WS-BMI-STATUS
               STOP RUN
           END-IF.
           READ BMI-ARCHIVE-FILE
               AT END SET END-OF-BMI-ARCHIVE TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-BMI-ARCHIVE
               MOVE BMI-ARCHIVE-LINE TO BMIDETAILS
               IF MEAS-DATE IS NUMERIC AND MEAS-DATE > ZERO
                   ADD 1 TO WS-BMI-REPLACED-COUNT
               ELSE
                   ADD 1 TO WS-BMI-KEPT-COUNT
                   WRITE BMIDETAILS
               END-IF
               READ BMI-ARCHIVE-FILE
                   AT END SET END-OF-BMI-ARCHIVE TO TRUE
               END-READ
           END-PERFORM.
           CLOSE BMI-ARCHIVE-FILE.
           DISPLAY "BMI-INPUT.DAT ANTERIOR: " WS-BMI-PRIOR-COUNT
               " LINHAS GUARDADAS EM " WS-BMI-ARCHIVE-NAME.
           DISPLAY "LINHAS DIGITADAS MANTIDAS.........: "
               WS-BMI-KEPT-COUNT.
           DISPLAY "LEITURAS IMPORTADAS SUBSTITUIDAS..: "
               WS-BMI-REPLACED-COUNT.

      *Um CSV da lista: abre pelo nome, importa linha a linha e
      *fecha com a linha de controle. Linha em branco na lista e
      *ignorada.
       0200-PROCESS-LIST-ENTRY.
           ADD 1 TO WS-LIST-COUNT.
           IF IML-FILE-NAME NOT = SPACES
               PERFORM 0210-IMPORT-EXPORT-FILE
           END-IF.
           READ IMPORT-LIST
               AT END SET END-OF-LIST TO TRUE
           END-READ.

       0210-IMPORT-EXPORT-FILE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE ZEROES TO WS-LINE-NO WS-FILE-READ WS-FILE-ACCEPTED
               WS-FILE-REJECTED WS-FILE-WEIGHT WS-FILE-EXPECTED.
           MOVE SPACES TO WS-FILE-DEVICE.
           IF IML-EXPECTED IS NUMERIC
               MOVE IML-EXPECTED-NUM TO WS-FILE-EXPECTED
               SET EXPECTED-GIVEN TO TRUE
           ELSE
               MOVE 'N' TO WS-EXPECTED-SWITCH
           END-IF.
           MOVE IML-FILE-NAME TO WS-EXPORT-FILE-NAME.
           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS = "00"
               SET EXPORT-FILE-FOUND TO TRUE
               READ EXPORT-FILE
                   AT END SET END-OF-EXPORT TO TRUE
               END-READ
               PERFORM 0300-PROCESS-EXPORT-LINE UNTIL END-OF-EXPORT
               CLOSE EXPORT-FILE
           ELSE
               SET EXPORT-FILE-MISSING TO TRUE
               DISPLAY "ARQUIVO " WS-EXPORT-FILE-NAME
                   " NAO ENCONTRADO - STATUS " WS-EXPORT-STATUS
           END-IF.
           PERFORM 0600-WRITE-FILE-CONTROL.

      *A primeira linha com titulos (paciente com algo que nao e
      *digito, como PATIENT_ID) e a de cabecalho do aparelho e nao
      *conta como leitura.
       0300-PROCESS-EXPORT-LINE.
           ADD 1 TO WS-LINE-NO.
           IF EXPORT-LINE NOT = SPACES
               PERFORM 0310-SPLIT-FIELDS
               MOVE ZERO TO WS-HEADER-LEN
               INSPECT CSV-PATIENT TALLYING WS-HEADER-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-LINE-NO = 1 AND WS-HEADER-LEN > ZERO
                       AND CSV-PATIENT(1:WS-HEADER-LEN) IS NOT NUMERIC
                   ADD 1 TO WS-HEADER-COUNT
               ELSE
                   ADD 1 TO WS-FILE-READ
                   IF WS-FILE-DEVICE = SPACES
                       MOVE CSV-DEVICE TO WS-FILE-DEVICE
                   END-IF
                   PERFORM 0320-EDIT-LINE
                   IF LINE-IS-VALID
                       PERFORM 0400-WRITE-BMI-RECORD
                   ELSE
                       PERFORM 0390-WRITE-IMPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           READ EXPORT-FILE
               AT END SET END-OF-EXPORT TO TRUE
           END-READ.

       0310-SPLIT-FIELDS.
           SET LINE-IS-VALID TO TRUE.
           MOVE SPACES TO WS-CSV-FIELDS WS-IMPORT-REASON.
           MOVE ZERO TO WS-CSV-FIELD-COUNT.
           UNSTRING EXPORT-LINE DELIMITED BY ';'
               INTO CSV-DEVICE CSV-PATIENT CSV-STAMP CSV-WEIGHT
                   CSV-HEIGHT
               TALLYING IN WS-CSV-FIELD-COUNT
               ON OVERFLOW
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "LINHA COM CAMPOS A MAIS" TO WS-IMPORT-REASON
           END-UNSTRING.
           IF LINE-IS-VALID AND WS-CSV-FIELD-COUNT < 5
               SET LINE-IS-INVALID TO TRUE
               MOVE "LINHA COM CAMPOS FALTANDO" TO WS-IMPORT-REASON
           END-IF.

      *Criticas na ordem do CSV; a primeira que falha da o motivo.
       0320-EDIT-LINE.
           IF LINE-IS-VALID
               PERFORM 0330-CHECK-DEVICE
           END-IF.
           IF LINE-IS-VALID
               PERFORM 0340-CHECK-TIMESTAMP
           END-IF.
           IF LINE-IS-VALID
               PERFORM 0350-CHECK-MEASURES
           END-IF.
           IF LINE-IS-VALID
               PERFORM 0360-CONVERT-UNITS
           END-IF.
           IF LINE-IS-VALID
               PERFORM 0370-CHECK-PATIENT
           END-IF.

       0330-CHECK-DEVICE.
           MOVE ZERO TO WS-DEVICE-HIT.
           PERFORM VARYING WS-DEVICE-SUB FROM 1 BY 1
                   UNTIL WS-DEVICE-SUB > WS-DEVICE-COUNT
                       OR WS-DEVICE-HIT > 0
               IF WS-DT-DEVICE-ID(WS-DEVICE-SUB) = CSV-DEVICE
                   MOVE WS-DEVICE-SUB TO WS-DEVICE-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CSV-DEVICE = SPACES
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "APARELHO NAO INFORMADO" TO WS-IMPORT-REASON
               WHEN WS-DEVICE-HIT = 0
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "APARELHO NAO CADASTRADO" TO WS-IMPORT-REASON
               WHEN WS-DT-STATUS(WS-DEVICE-HIT) = 'I'
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "APARELHO DESATIVADO NO CADASTRO"
                       TO WS-IMPORT-REASON
               WHEN WS-DT-UNIT(WS-DEVICE-HIT) NOT = 'M'
                       AND WS-DT-UNIT(WS-DEVICE-HIT) NOT = 'I'
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "APARELHO SEM UNIDADE VALIDA NO CADASTRO"
                       TO WS-IMPORT-REASON
           END-EVALUATE.

      *AAAA-MM-DD HH:MM ou DD/MM/AAAA HH:MM; leitura com data depois
      *da data util nao e aceita.
       0340-CHECK-TIMESTAMP.
           SET DATE-IS-VALID TO TRUE.
           MOVE SPACES TO WS-CHECK-DATE WS-CHECK-TIME.
           EVALUATE TRUE
               WHEN CSV-STAMP(5:1) = '-' AND CSV-STAMP(8:1) = '-'
                   MOVE CSV-STAMP(1:4) TO WS-CHECK-DATE(1:4)
                   MOVE CSV-STAMP(6:2) TO WS-CHECK-DATE(5:2)
                   MOVE CSV-STAMP(9:2) TO WS-CHECK-DATE(7:2)
               WHEN CSV-STAMP(3:1) = '/' AND CSV-STAMP(6:1) = '/'
                   MOVE CSV-STAMP(7:4) TO WS-CHECK-DATE(1:4)
                   MOVE CSV-STAMP(4:2) TO WS-CHECK-DATE(5:2)
                   MOVE CSV-STAMP(1:2) TO WS-CHECK-DATE(7:2)
               WHEN OTHER
                   SET DATE-IS-INVALID TO TRUE
           END-EVALUATE.
           IF DATE-IS-VALID
               PERFORM 0345-VALIDATE-DATE
           END-IF.
           IF DATE-IS-VALID
               IF (CSV-STAMP(11:1) NOT = SPACE
                       AND CSV-STAMP(11:1) NOT = 'T')
                       OR CSV-STAMP(14:1) NOT = ':'
                   SET DATE-IS-INVALID TO TRUE
               ELSE
                   MOVE CSV-STAMP(12:2) TO WS-CHECK-TIME(1:2)
                   MOVE CSV-STAMP(15:2) TO WS-CHECK-TIME(3:2)
                   IF WS-CHECK-TIME NOT NUMERIC
                       SET DATE-IS-INVALID TO TRUE
                   ELSE
                       IF WS-CHECK-HOUR > 23 OR WS-CHECK-MINUTE > 59
                           SET DATE-IS-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DATE-IS-INVALID
               SET LINE-IS-INVALID TO TRUE
               MOVE "DATA/HORA DA LEITURA INVALIDA"
                   TO WS-IMPORT-REASON
           ELSE
               IF WS-CHECK-DATE-NUM > WS-BUSINESS-DATE
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "LEITURA COM DATA POSTERIOR A DATA UTIL"
                       TO WS-IMPORT-REASON
               END-IF
           END-IF.

       0345-VALIDATE-DATE.
           IF WS-CHECK-DATE NOT NUMERIC
               SET DATE-IS-INVALID TO TRUE
           ELSE
               IF WS-CHECK-YEAR < 1900 OR WS-CHECK-MONTH < 1
                       OR WS-CHECK-MONTH > 12 OR WS-CHECK-DAY < 1
                   SET DATE-IS-INVALID TO TRUE
               ELSE
                   MOVE WS-MONTH-DAYS(WS-CHECK-MONTH) TO WS-MAX-DAY
                   IF WS-CHECK-MONTH = 2
                       DIVIDE WS-CHECK-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-4
                       DIVIDE WS-CHECK-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-100
                       DIVIDE WS-CHECK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REM-400
                       IF WS-LEAP-REM-4 = ZERO
                               AND (WS-LEAP-REM-100 NOT = ZERO
                               OR WS-LEAP-REM-400 = ZERO)
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
                   IF WS-CHECK-DAY > WS-MAX-DAY
                       SET DATE-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0350-CHECK-MEASURES.
           MOVE CSV-WEIGHT TO WS-NUM-TEXT.
           PERFORM 0355-PARSE-DECIMAL.
           EVALUATE TRUE
               WHEN CSV-WEIGHT = SPACES
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "PESO NAO INFORMADO NA LEITURA"
                       TO WS-IMPORT-REASON
               WHEN NUMBER-IS-INVALID OR WS-NUM-VALUE = ZERO
                   SET LINE-IS-INVALID TO TRUE
                   MOVE "PESO INVALIDO NA LEITURA" TO WS-IMPORT-REASON
               WHEN OTHER
                   MOVE WS-NUM-VALUE TO WS-READ-WEIGHT
           END-EVALUATE.
           IF LINE-IS-VALID
               MOVE CSV-HEIGHT TO WS-NUM-TEXT
               PERFORM 0355-PARSE-DECIMAL
               EVALUATE TRUE
                   WHEN CSV-HEIGHT = SPACES
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "ALTURA NAO INFORMADA NA LEITURA"
                           TO WS-IMPORT-REASON
                   WHEN NUMBER-IS-INVALID OR WS-NUM-VALUE = ZERO
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "ALTURA INVALIDA NA LEITURA"
                           TO WS-IMPORT-REASON
                   WHEN OTHER
                       MOVE WS-NUM-VALUE TO WS-READ-HEIGHT
               END-EVALUATE
           END-IF.

      *Texto com virgula decimal (72 / 72,5 / 072,50) para valor com
      *duas casas. Ponto, sinal, espaco no meio ou mais de duas casas
      *invalidam o numero.
       0355-PARSE-DECIMAL.
           SET NUMBER-IS-VALID TO TRUE.
           MOVE SPACES TO WS-NUM-INT WS-NUM-DEC.
           MOVE ZEROES TO WS-NUM-INT-LEN WS-NUM-DEC-LEN WS-NUM-COMMAS.
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-COMMAS FOR ALL ','.
           IF WS-NUM-COMMAS > 1
               SET NUMBER-IS-INVALID TO TRUE
           ELSE
               UNSTRING WS-NUM-TEXT DELIMITED BY ','
                   INTO WS-NUM-INT WS-NUM-DEC
               END-UNSTRING
               INSPECT WS-NUM-INT TALLYING WS-NUM-INT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               INSPECT WS-NUM-DEC TALLYING WS-NUM-DEC-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-NUM-INT-LEN < 1 OR WS-NUM-INT-LEN > 3
                       OR WS-NUM-DEC-LEN > 2
                   SET NUMBER-IS-INVALID TO TRUE
               ELSE
                   IF WS-NUM-INT(1:WS-NUM-INT-LEN) NOT NUMERIC
                       OR WS-NUM-INT(WS-NUM-INT-LEN + 1:) NOT = SPACES
                       SET NUMBER-IS-INVALID TO TRUE
                   END-IF
                   IF WS-NUM-DEC-LEN > 0
                       IF WS-NUM-DEC(1:WS-NUM-DEC-LEN) NOT NUMERIC
                           SET NUMBER-IS-INVALID TO TRUE
                       END-IF
                   END-IF
                   IF WS-NUM-DEC(WS-NUM-DEC-LEN + 1:) NOT = SPACES
                       SET NUMBER-IS-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROES TO WS-NUM-VALUE.
           IF NUMBER-IS-VALID
               MOVE WS-NUM-INT(1:WS-NUM-INT-LEN) TO WS-NUM-INT-RJ
               INSPECT WS-NUM-INT-RJ REPLACING LEADING SPACE BY '0'
               MOVE '00' TO WS-NUM-DEC-2
               IF WS-NUM-DEC-LEN > 0
                   MOVE WS-NUM-DEC(1:WS-NUM-DEC-LEN)
                       TO WS-NUM-DEC-2(1:WS-NUM-DEC-LEN)
               END-IF
           END-IF.

      *Leitura na unidade do aparelho para a UNIT-SYSTEM da rodada:
      *libra = 0,45359237 kg e polegada = 2,54 cm.
       0360-CONVERT-UNITS.
           EVALUATE TRUE
               WHEN WS-DT-UNIT(WS-DEVICE-HIT) = 'I' AND WS-METRIC
                   COMPUTE WS-BMI-WEIGHT ROUNDED =
                       WS-READ-WEIGHT * 0,45359237
                   COMPUTE WS-BMI-HEIGHT ROUNDED =
                       WS-READ-HEIGHT * 2,54
                       ON SIZE ERROR
                           SET LINE-IS-INVALID TO TRUE
                   END-COMPUTE
               WHEN WS-DT-UNIT(WS-DEVICE-HIT) = 'M' AND WS-IMPERIAL
                   COMPUTE WS-BMI-WEIGHT ROUNDED =
                       WS-READ-WEIGHT / 0,45359237
                       ON SIZE ERROR
                           SET LINE-IS-INVALID TO TRUE
                   END-COMPUTE
                   COMPUTE WS-BMI-HEIGHT ROUNDED =
                       WS-READ-HEIGHT / 2,54
               WHEN OTHER
                   MOVE WS-READ-WEIGHT TO WS-BMI-WEIGHT
                   MOVE WS-READ-HEIGHT TO WS-BMI-HEIGHT
           END-EVALUATE.
           IF LINE-IS-INVALID
               MOVE "VALOR FORA DA FAIXA APOS CONVERSAO"
                   TO WS-IMPORT-REASON
           END-IF.

      *ID aposentado por fusao nao e rejeitado aqui: o IMCLOTE
      *desvia ou rejeita conforme PAC-ID-FUNDIDO.
       0370-CHECK-PATIENT.
           MOVE ZERO TO WS-ID-LEN.
           INSPECT CSV-PATIENT TALLYING WS-ID-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ID-LEN < 1 OR WS-ID-LEN > 6
               SET LINE-IS-INVALID TO TRUE
           ELSE
               IF CSV-PATIENT(1:WS-ID-LEN) NOT NUMERIC
                       OR CSV-PATIENT(WS-ID-LEN + 1:) NOT = SPACES
                   SET LINE-IS-INVALID TO TRUE
               END-IF
           END-IF.
           IF LINE-IS-INVALID
               MOVE "ID DO PACIENTE INVALIDO" TO WS-IMPORT-REASON
           ELSE
               MOVE CSV-PATIENT(1:WS-ID-LEN) TO WS-ID-TEXT
               INSPECT WS-ID-TEXT REPLACING LEADING SPACE BY '0'
               MOVE 'N' TO WS-PATIENT-SWITCH
               MOVE WS-ID-NUM TO PIDX-PATIENT-ID
               READ PATIENT-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PATIENT-IS-KNOWN TO TRUE
               END-READ
               CALL "PACXREF" USING WS-ID-NUM WS-XREF-SURVIVOR
                   WS-XREF-FOUND
               END-CALL
               EVALUATE TRUE
                   WHEN WS-XREF-FOUND = 'Y'
                       ADD 1 TO WS-MERGED-COUNT
                   WHEN NOT PATIENT-IS-KNOWN
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "PACIENTE NAO CONSTA NO CADASTRO MESTRE"
                           TO WS-IMPORT-REASON
                   WHEN PIDX-STATUS = 'I'
                       SET LINE-IS-INVALID TO TRUE
                       MOVE "PACIENTE DESATIVADO NO CADASTRO MESTRE"
                           TO WS-IMPORT-REASON
               END-EVALUATE
           END-IF.

       0390-WRITE-IMPORT-EXCEPTION.
           ADD 1 TO WS-FILE-REJECTED.
           MOVE SPACES TO IMPORT-EXC-LINE.
           MOVE WS-EXPORT-FILE-NAME TO IEXC-FILE-NAME.
           MOVE WS-LINE-NO TO IEXC-LINE-NO.
           MOVE WS-IMPORT-REASON TO IEXC-REASON.
           MOVE EXPORT-LINE TO IEXC-RAW-LINE.
           WRITE IMPORT-EXC-LINE.

      *Demografia do mestre quando o ID consta; o IMCLOTE a busca de
      *novo de qualquer forma. Data e hora sao as da leitura no
      *aparelho, ja criticadas, para o historico datar a medicao.
       0400-WRITE-BMI-RECORD.
           MOVE SPACES TO BMIDETAILS.
           MOVE WS-ID-NUM TO PATIENT-ID.
           MOVE ZEROES TO BIRTH-DATE.
           IF PATIENT-IS-KNOWN
               MOVE PIDX-LASTNAME TO LASTNAME
               MOVE PIDX-FIRSTNAME TO FIRSTNAME
               MOVE PIDX-BIRTH-DATE TO BIRTH-DATE
               MOVE PIDX-PATIENT-SEX TO PATIENT-SEX
           END-IF.
           MOVE WS-BMI-HEIGHT TO HEIGHT-INCHES.
           MOVE WS-BMI-WEIGHT TO WEIGHT.
           MOVE WS-DT-CLINIC(WS-DEVICE-HIT) TO CLINIC-CODE.
           MOVE WS-CHECK-DATE-NUM TO MEAS-DATE.
           MOVE ZEROES TO MEAS-TIME.
           MOVE WS-CHECK-TIME TO MEAS-TIME(1:4).
           WRITE BMIDETAILS.
           IF WS-BMI-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR BMI-INPUT.DAT - STATUS "
                   WS-BMI-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-FILE-ACCEPTED.
           ADD WS-BMI-WEIGHT TO WS-FILE-WEIGHT.

      *Fechamento do arquivo: CONFERE quando as leituras batem com o
      *total exportado pelo aparelho, DIVERGE quando nao batem,
      *AUSENTE quando o arquivo listado nao chegou e SEM TOTAL
      *quando o aparelho nao informou quantas exportou.
       0600-WRITE-FILE-CONTROL.
           MOVE SPACES TO WS-CONTROL-DETAIL.
           MOVE WS-EXPORT-FILE-NAME TO WS-CD-FILE-NAME.
           MOVE WS-FILE-DEVICE TO WS-CD-DEVICE.
           IF EXPECTED-GIVEN
               MOVE WS-FILE-EXPECTED TO WS-CD-EXPECTED-EDIT
               MOVE WS-CD-EXPECTED-EDIT TO WS-CD-EXPECTED
           ELSE
               MOVE '      -' TO WS-CD-EXPECTED
           END-IF.
           MOVE WS-FILE-READ TO WS-CD-READ.
           MOVE WS-FILE-ACCEPTED TO WS-CD-ACCEPTED.
           MOVE WS-FILE-REJECTED TO WS-CD-REJECTED.
           MOVE WS-FILE-WEIGHT TO WS-CD-WEIGHT.
           EVALUATE TRUE
               WHEN EXPORT-FILE-MISSING
                   MOVE 'AUSENTE' TO WS-CD-STATUS
                   ADD 1 TO WS-DIVERGENT-COUNT
               WHEN NOT EXPECTED-GIVEN
                   MOVE 'SEM TOTAL' TO WS-CD-STATUS
               WHEN WS-FILE-READ NOT = WS-FILE-EXPECTED
                   MOVE 'DIVERGE' TO WS-CD-STATUS
                   ADD 1 TO WS-DIVERGENT-COUNT
               WHEN OTHER
                   MOVE 'CONFERE' TO WS-CD-STATUS
           END-EVALUATE.
           WRITE CONTROL-LINE FROM WS-CONTROL-DETAIL.
           ADD WS-FILE-READ TO WS-TOTAL-READ.
           ADD WS-FILE-ACCEPTED TO WS-TOTAL-ACCEPTED.
           ADD WS-FILE-REJECTED TO WS-TOTAL-REJECTED.
           ADD WS-FILE-WEIGHT TO WS-TOTAL-WEIGHT.

       0700-WRITE-GRAND-TOTALS.
           MOVE SPACES TO WS-CONTROL-DETAIL.
           MOVE 'TOTAL DA RODADA' TO WS-CD-FILE-NAME.
           MOVE '      -' TO WS-CD-EXPECTED.
           MOVE WS-TOTAL-READ TO WS-CD-READ.
           MOVE WS-TOTAL-ACCEPTED TO WS-CD-ACCEPTED.
           MOVE WS-TOTAL-REJECTED TO WS-CD-REJECTED.
           MOVE WS-TOTAL-WEIGHT TO WS-CD-WEIGHT.
           IF WS-DIVERGENT-COUNT > ZERO
               MOVE 'NAO CONFER' TO WS-CD-STATUS
           ELSE
               MOVE 'CONFERE' TO WS-CD-STATUS
           END-IF.
           MOVE SPACES TO CONTROL-LINE.
           WRITE CONTROL-LINE.
           WRITE CONTROL-LINE FROM WS-CONTROL-DETAIL.
           MOVE SPACES TO CONTROL-LINE.
           STRING "ARQUIVOS: " WS-FILE-COUNT
               "  QUE NAO CONFEREM: " WS-DIVERGENT-COUNT
               "  LINHAS DE TITULO: " WS-HEADER-COUNT
               "  IDS FUNDIDOS: " WS-MERGED-COUNT
               DELIMITED BY SIZE INTO CONTROL-LINE.
           WRITE CONTROL-LINE.

       0900-CLOSE-FILES.
           CLOSE PATIENT-INDEX.
           CLOSE BMI-FILE.
           CLOSE IMPORT-EXCEPTIONS.
           CLOSE IMPORT-CONTROL.

      *A lista processada vai para uma geracao datada do catalogo e
      *SCALE-MANIFEST.DAT volta vazio, para os mesmos CSV nao
      *entrarem de novo na proxima rodada.
       0520-ARCHIVE-IMPORT-LIST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-TIMESTAMP-TEXT.
           STRING "SCALE-MANIFEST.DAT." WS-TIMESTAMP-TEXT
               DELIMITED BY SIZE INTO WS-LIST-ARCHIVE-NAME.
           OPEN INPUT IMPORT-LIST.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR SCALE-MANIFEST.DAT - STATUS "
                   WS-LIST-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT LIST-ARCHIVE-FILE.
           IF WS-LSA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO DA LISTA - "
                   "FILE STATUS " WS-LSA-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO IMPORT-LIST-REC.
           READ IMPORT-LIST
               AT END SET END-OF-LIST TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-LIST
               MOVE IMPORT-LIST-REC TO LIST-ARCHIVE-LINE
               WRITE LIST-ARCHIVE-LINE
               READ IMPORT-LIST
                   AT END SET END-OF-LIST TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LIST-ARCHIVE-FILE.
           CLOSE IMPORT-LIST.
           CALL "GENCATALOG" USING WS-LIST-GEN-BASE-NAME
               WS-TIMESTAMP-TEXT WS-LIST-COUNT
           END-CALL.
           OPEN OUTPUT IMPORT-LIST.
           CLOSE IMPORT-LIST.

       END PROGRAM IMCIMPORTBAL.
