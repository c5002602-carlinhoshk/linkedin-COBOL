       PROGRAM-ID. "ENHANCEDBMICALCULATOR".
       AUTHOR .    Carlinhoshk.
      *Esse programa le um input de um arquivo.
      *ID aposentado por fusao (PATIENT-XREF.DAT, via PACXREF) e
      *desviado para o sobrevivente ou rejeitado, conforme
      *PAC-ID-FUNDIDO em RUN-PARAMETERS.DAT (DESVIAR ou REJEITAR).
      *Cada medicao traz o codigo da clinica, validado contra
      *CLINICS.DAT (via CLINCHECK) e levado para o historico; o que
      *cada clinica leu, teve aceito, rejeitado e suspeito na rodada
      *e anexado em BMI-CLINIC-TALLY.DAT para o IMCQUALCLINICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PIDX-PATIENT-ID
               FILE STATUS IS WS-PINDEX-STATUS.
           SELECT CLINIC-TALLY ASSIGN TO "BMI-CLINIC-TALLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PRINT-LINE              PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE          PIC X(96).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(80).
           05 SUS-NEW-HEIGHT        PIC ZZ9,99.
           05 FILLER                PIC X(2).
           05 SUS-REASON            PIC X(40).
           05 FILLER                PIC X(2).
           05 SUS-CLINIC-CODE       PIC X(4).

      *Espelho do PACREC.cpy com nomes proprios porque a chave de um
      *arquivo indexado precisa de um nome unico no programa.
           05 PIDX-FIRSTNAME        PIC X(20).
           05 PIDX-BIRTH-DATE       PIC 9(8).
           05 PIDX-PATIENT-SEX      PIC X.
           05 PIDX-STATUS           PIC X.

       FD  CLINIC-TALLY.
       01  CLINIC-TALLY-REC.
           COPY BMICLT.

       WORKING-STORAGE SECTION.
       01  WS-BMI-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-PINDEX-STATUS          PIC XX VALUE SPACES.
       01  WS-PATIENT-FOUND          PIC X VALUE 'N'.
           88 PATIENT-IS-KNOWN       VALUE 'Y'.
       01  WS-XREF-SURVIVOR          PIC 9(6) VALUE 0.
       01  WS-XREF-FOUND             PIC X VALUE 'N'.
       01  WS-MERGED-SWITCH          PIC X VALUE 'N'.
           88 PATIENT-WAS-MERGED     VALUE 'Y'.
       01  WS-MERGED-ID-MODE         PIC X VALUE 'D'.
           88 MERGED-ID-REDIRECT     VALUE 'D'.
           88 MERGED-ID-REJECT       VALUE 'R'.
       01  WS-REDIRECT-COUNT         PIC 9(5) VALUE 0.
       01  WS-HIST-WEIGHT-KG         PIC 9(3)V99 VALUE 0.
       01  WS-HIST-HEIGHT-CM         PIC 9(3)V99 VALUE 0.
       01  WS-SUSPECT-STATUS         PIC XX VALUE SPACES.
           88 MEAS-IS-SUSPECT        VALUE 'Y'.
       01  WS-SUSPECT-REASON         PIC X(40) VALUE SPACES.
       01  WS-SUSPECT-COUNT          PIC 9(5) VALUE 0.
       01  WS-TALLY-STATUS           PIC XX VALUE SPACES.
       01  WS-CLINIC-NAME            PIC X(30) VALUE SPACES.
       01  WS-CLINIC-FOUND           PIC X VALUE 'N'.
      *Contagens da rodada por clinica; a ultima posicao junta os
      *codigos que nao couberam na tabela, sob '****'.
       01  WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 501 TIMES.
               10 WS-TL-CODE         PIC X(4).
               10 WS-TL-READ         PIC 9(7).
               10 WS-TL-ACCEPTED     PIC 9(7).
               10 WS-TL-REJECTED     PIC 9(7).
               10 WS-TL-SUSPECT      PIC 9(7).
       01  WS-TALLY-COUNT            PIC 9(3) VALUE 0.
       01  WS-TALLY-MAX              PIC 9(3) VALUE 500.
       01  WS-TALLY-SUB              PIC 9(3) VALUE 0.
       01  WS-TALLY-HIT              PIC 9(3) VALUE 0.
       01  WS-TALLY-OVERFLOW         PIC X VALUE 'N'.

       01 WS-PARAM-NAME PIC X(16) VALUE SPACES.
       01 WS-PARAM-VALUE PIC X(20) VALUE SPACES.
           05 WS-EXC-FIRSTNAME      PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-EXC-REASON         PIC X(40).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-EXC-CLINIC-CODE    PIC X(4).

       01  WS-AUDIT-RECORD.
           05 WS-AUDIT-TIMESTAMP.
           05 WS-AUDIT-HEIGHT       PIC ZZ9,99.
           05 FILLER                PIC X(5)  VALUE ' IMC='.
           05 WS-AUDIT-BMI          PIC ZZ9,99.
           05 FILLER                PIC X(3)  VALUE ' P='.
           05 WS-AUDIT-PATIENT-ID   PIC 9(6).

       PROCEDURE DIVISION.
       0100-BEGIN.
           PERFORM 0050-LOG-RUN-START.
           PERFORM 0110-GET-UNIT-SYSTEM.
           PERFORM 0115-GET-TOLERANCES.
           PERFORM 0116-GET-MERGED-ID-MODE.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM 0118-LOAD-PRIOR-MEASUREMENTS.
           INITIALIZE WS-TALLY-TABLE.
           PERFORM 0120-OPEN-FILES.
           WRITE PRINT-LINE FROM WS-REPORT-TITLE.
           WRITE PRINT-LINE FROM WS-HEADING-LINE.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFBMI.
           PERFORM 0400-WRITE-TRAILER.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 0700-WRITE-CLINIC-TALLY.
           DISPLAY "IDS FUNDIDOS DESVIADOS: " WS-REDIRECT-COUNT.
           PERFORM 0950-LOG-RUN-END.

       GOBACK.
           DISPLAY "PARAMETRO MAX-DELTA-KG.: " WS-MAX-DELTA-KG.
           DISPLAY "PARAMETRO MAX-DELTA-CM.: " WS-MAX-DELTA-CM.

      *Movimento com ID aposentado por fusao: DESVIAR (default) grava
      *no sobrevivente; REJEITAR manda a linha para as excecoes para
      *a clinica corrigir o ID na origem.
       0116-GET-MERGED-ID-MODE.
           MOVE "PAC-ID-FUNDIDO" TO WS-PARAM-NAME.
           CALL "RUNPARAM" USING WS-PARAM-NAME WS-PARAM-VALUE
               WS-PARAM-FOUND
           END-CALL.
           IF WS-PARAM-FOUND = 'Y'
                   AND WS-PARAM-VALUE(1:8) = "REJEITAR"
               SET MERGED-ID-REJECT TO TRUE
           END-IF.
           IF MERGED-ID-REJECT
               DISPLAY "PARAMETRO PAC-ID-FUNDIDO: REJEITAR"
           ELSE
               DISPLAY "PARAMETRO PAC-ID-FUNDIDO: DESVIAR"
           END-IF.

      *Paciente que nao coube na tabela fica sem o teste de
      *plausibilidade; o aviso sai uma vez so para a clinica saber
      *que o controle parou de cobrir todo mundo.
                   PERFORM 0230-WRITE-DETAIL
                   PERFORM 0240-LOG-AUDIT
                   PERFORM 0245-LOG-HISTORY
                   ADD 1 TO WS-TL-ACCEPTED(WS-TALLY-HIT)
                   PERFORM 0248-WRITE-RECALL-CANDIDATE
                   PERFORM 0262-REMEMBER-ACCEPTED
               END-IF
      *A demografia (nome/nascimento/sexo) deixa de ser confiada ao
      *arquivo de movimento: cada PATIENT-ID e validado contra o
      *cadastro mestre indexado e os campos vem de la. ID
      *desconhecido ou desativado vai para a listagem de exceções.
       0205-LOOKUP-PATIENT.
           MOVE 'N' TO WS-PATIENT-FOUND.
           MOVE 'N' TO WS-MERGED-SWITCH.
           CALL "PACXREF" USING PATIENT-ID WS-XREF-SURVIVOR
               WS-XREF-FOUND
           END-CALL.
           IF WS-XREF-FOUND = 'Y'
               IF MERGED-ID-REJECT
                   SET PATIENT-WAS-MERGED TO TRUE
               ELSE
                   DISPLAY "ID " PATIENT-ID " FUNDIDO - DESVIADO PARA "
                       WS-XREF-SURVIVOR
                   MOVE WS-XREF-SURVIVOR TO PATIENT-ID
                   ADD 1 TO WS-REDIRECT-COUNT
               END-IF
           END-IF.
           IF NOT PATIENT-WAS-MERGED
               MOVE PATIENT-ID TO PIDX-PATIENT-ID
               READ PATIENT-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PATIENT-IS-KNOWN TO TRUE
               END-READ
           END-IF.

      *A clinica e consultada em todo registro, mesmo os que vao
      *ser rejeitados pelo paciente, para a linha da rodada daquela
      *clinica contar tudo o que ela mandou.
       0207-LOOKUP-CLINIC.
           MOVE 'N' TO WS-CLINIC-FOUND.
           IF CLINIC-CODE NOT = SPACES
               CALL "CLINCHECK" USING CLINIC-CODE WS-CLINIC-NAME
                   WS-CLINIC-FOUND
               END-CALL
           END-IF.
           PERFORM 0208-FIND-TALLY-ENTRY.
           ADD 1 TO WS-TL-READ(WS-TALLY-HIT).

       0208-FIND-TALLY-ENTRY.
           MOVE ZEROES TO WS-TALLY-HIT.
           PERFORM VARYING WS-TALLY-SUB FROM 1 BY 1
                   UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
                       OR WS-TALLY-HIT > 0
               IF WS-TL-CODE(WS-TALLY-SUB) = CLINIC-CODE
                   MOVE WS-TALLY-SUB TO WS-TALLY-HIT
               END-IF
           END-PERFORM.
           IF WS-TALLY-HIT = 0
               IF WS-TALLY-COUNT < WS-TALLY-MAX
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-HIT
                   MOVE CLINIC-CODE TO WS-TL-CODE(WS-TALLY-HIT)
               ELSE
                   COMPUTE WS-TALLY-HIT = WS-TALLY-MAX + 1
                   IF WS-TALLY-OVERFLOW NOT = 'Y'
                       MOVE 'Y' TO WS-TALLY-OVERFLOW
                       MOVE '****' TO WS-TL-CODE(WS-TALLY-HIT)
                       DISPLAY "AVISO: MAIS DE " WS-TALLY-MAX
                           " CODIGOS DE CLINICA NA RODADA - O "
                           "EXCESSO VAI PARA A CLINICA ****"
                   END-IF
               END-IF
           END-IF.

       0210-VALIDATE-RECORD.
           SET WS-RECORD-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0205-LOOKUP-PATIENT.
           PERFORM 0207-LOOKUP-CLINIC.
           EVALUATE TRUE
               WHEN PATIENT-WAS-MERGED
                   SET WS-RECORD-IS-INVALID TO TRUE
                   STRING "ID FUNDIDO NO PACIENTE " WS-XREF-SURVIVOR
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               WHEN NOT PATIENT-IS-KNOWN
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "PACIENTE NAO CONSTA NO CADASTRO MESTRE"
                       TO WS-REJECT-REASON
               WHEN PIDX-STATUS = 'I'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "PACIENTE DESATIVADO NO CADASTRO MESTRE"
                       TO WS-REJECT-REASON
               WHEN CLINIC-CODE = SPACES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "CLINICA NAO INFORMADA" TO WS-REJECT-REASON
               WHEN WS-CLINIC-FOUND = 'N'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "CLINICA NAO CONSTA NO CADASTRO"
                       TO WS-REJECT-REASON
               WHEN WS-CLINIC-FOUND = 'I'
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "CLINICA DESATIVADA NO CADASTRO"
                       TO WS-REJECT-REASON
               WHEN HEIGHT-INCHES NOT NUMERIC OR HEIGHT-INCHES = ZEROES
                   SET WS-RECORD-IS-INVALID TO TRUE
                   MOVE "ALTURA ZERADA OU EM BRANCO"

       0260-WRITE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT.
           ADD 1 TO WS-TL-SUSPECT(WS-TALLY-HIT).
           MOVE SPACES TO SUSPECT-LINE.
           MOVE PATIENT-ID TO SUS-PATIENT-ID.
           MOVE WS-PT-WEIGHT-KG(WS-PRIOR-HIT) TO SUS-PREV-WEIGHT.
           MOVE WS-PT-HEIGHT-CM(WS-PRIOR-HIT) TO SUS-PREV-HEIGHT.
           MOVE WS-HIST-HEIGHT-CM TO SUS-NEW-HEIGHT.
           MOVE WS-SUSPECT-REASON TO SUS-REASON.
           MOVE CLINIC-CODE TO SUS-CLINIC-CODE.
           WRITE SUSPECT-LINE.

      *A medição aceita passa a ser a "ultima" do paciente para os
           MOVE WS-WEIGHT TO WS-AUDIT-WEIGHT.
           MOVE WS-HEIGHT TO WS-AUDIT-HEIGHT.
           MOVE WS-BMI TO WS-AUDIT-BMI.
           MOVE PATIENT-ID TO WS-AUDIT-PATIENT-ID.
           WRITE AUDIT-LINE FROM WS-AUDIT-RECORD.

      *Pacientes fora da faixa saudavel entram como candidatos da
           MOVE WS-HIST-HEIGHT-CM TO HIST-HEIGHT-CM.
           MOVE WS-BMI TO HIST-BMI.
           MOVE WS-BMI-CATEGORY TO HIST-CATEGORY.
           MOVE CLINIC-CODE TO HIST-CLINIC-CODE.
           WRITE HISTDETAILS.

       0250-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-TL-REJECTED(WS-TALLY-HIT).
           MOVE PATIENT-ID TO WS-EXC-PATIENT-ID.
           MOVE LASTNAME TO WS-EXC-LASTNAME.
           MOVE FIRSTNAME TO WS-EXC-FIRSTNAME.
           MOVE WS-REJECT-REASON TO WS-EXC-REASON.
           MOVE CLINIC-CODE TO WS-EXC-CLINIC-CODE.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.

       0400-WRITE-TRAILER.
               AT END SET END-OF-RECALL TO TRUE
           END-READ.

      *Uma linha por clinica vista na rodada, datada pela data util.
       0700-WRITE-CLINIC-TALLY.
           OPEN EXTEND CLINIC-TALLY.
           IF WS-TALLY-STATUS = "35"
               OPEN OUTPUT CLINIC-TALLY
           END-IF.
           IF WS-TALLY-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BMI-CLINIC-TALLY.DAT - STATUS "
                   WS-TALLY-STATUS
               STOP RUN
           END-IF.
           IF WS-TALLY-OVERFLOW = 'Y'
               COMPUTE WS-TALLY-COUNT = WS-TALLY-MAX + 1
           END-IF.
           PERFORM VARYING WS-TALLY-SUB FROM 1 BY 1
                   UNTIL WS-TALLY-SUB > WS-TALLY-COUNT
               MOVE SPACES TO CLINIC-TALLY-REC
               MOVE WS-BUSINESS-DATE TO CLT-RUN-DATE
               MOVE WS-RL-PROGRAM TO CLT-PROGRAM
               MOVE WS-TL-CODE(WS-TALLY-SUB) TO CLT-CLINIC-CODE
               MOVE WS-TL-READ(WS-TALLY-SUB) TO CLT-READ
               MOVE WS-TL-ACCEPTED(WS-TALLY-SUB) TO CLT-ACCEPTED
               MOVE WS-TL-REJECTED(WS-TALLY-SUB) TO CLT-REJECTED
               MOVE WS-TL-SUSPECT(WS-TALLY-SUB) TO CLT-SUSPECT
               WRITE CLINIC-TALLY-REC
           END-PERFORM.
           CLOSE CLINIC-TALLY.

       0900-CLOSE-FILES.
           CLOSE BMI-FILE.
           CLOSE PRINT-FILE.
