      *Versão em lote do IMCCALCULADORA: le o peso e a altura de cada
      *pessoa de um arquivo sequencial em vez de pedir no terminal,
      *para rodar a calculadora numa lista inteira de pacientes.
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
           SELECT LOTE-SUSPECTS ASSIGN TO "BMI-LOTE-SUSPECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT CLINIC-TALLY ASSIGN TO "BMI-CLINIC-TALLY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TALLY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PIDX-FIRSTNAME       PIC X(20).
           05 PIDX-BIRTH-DATE      PIC 9(8).
           05 PIDX-PATIENT-SEX     PIC X.
           05 PIDX-STATUS          PIC X.

       FD  LOTE-EXCEPTIONS.
       01  LOTE-EXC-LINE.
           05 LEXC-FIRSTNAME       PIC X(20).
           05 FILLER               PIC X(2).
           05 LEXC-REASON          PIC X(40).
           05 FILLER               PIC X(2).
           05 LEXC-CLINIC-CODE     PIC X(4).

       FD  LOTE-SUSPECTS.
       01  LOTE-SUSPECT-LINE.
           05 LSUS-NEW-HEIGHT      PIC ZZ9,99.
           05 FILLER               PIC X(2).
           05 LSUS-REASON          PIC X(40).
           05 FILLER               PIC X(2).
           05 LSUS-CLINIC-CODE     PIC X(4).

       FD  CLINIC-TALLY.
       01  CLINIC-TALLY-REC.
           COPY BMICLT.

           WORKING-STORAGE SECTION.
           01 WS-BMI-FILE-STATUS PIC XX VALUE SPACES.
           01 WS-PATIENT-FOUND PIC X VALUE 'N'.
               88 PATIENT-IS-KNOWN VALUE 'Y'.
           01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
           01 WS-LOTE-REASON PIC X(40) VALUE SPACES.
           01 WS-XREF-SURVIVOR PIC 9(6) VALUE 0.
           01 WS-XREF-FOUND PIC X VALUE 'N'.
           01 WS-MERGED-SWITCH PIC X VALUE 'N'.
               88 PATIENT-WAS-MERGED VALUE 'Y'.
           01 WS-MERGED-ID-MODE PIC X VALUE 'D'.
               88 MERGED-ID-REDIRECT VALUE 'D'.
               88 MERGED-ID-REJECT VALUE 'R'.
           01 WS-REDIRECT-COUNT PIC 9(5) VALUE 0.
           01 WS-SUSPECT-STATUS PIC XX VALUE SPACES.
           01 WS-TALLY-STATUS PIC XX VALUE SPACES.
           01 WS-CLINIC-NAME PIC X(30) VALUE SPACES.
           01 WS-CLINIC-FOUND PIC X VALUE 'N'.
      *Contagens da rodada por clinica; a ultima posicao junta os
      *codigos que nao couberam na tabela, sob '****'.
           01 WS-TALLY-TABLE.
               05 WS-TALLY-ENTRY OCCURS 501 TIMES.
                   10 WS-TL-CODE       PIC X(4).
                   10 WS-TL-READ       PIC 9(7).
                   10 WS-TL-ACCEPTED   PIC 9(7).
                   10 WS-TL-REJECTED   PIC 9(7).
                   10 WS-TL-SUSPECT    PIC 9(7).
           01 WS-TALLY-COUNT PIC 9(3) VALUE 0.
           01 WS-TALLY-MAX PIC 9(3) VALUE 500.
           01 WS-TALLY-SUB PIC 9(3) VALUE 0.
           01 WS-TALLY-HIT PIC 9(3) VALUE 0.
           01 WS-TALLY-OVERFLOW PIC X VALUE 'N'.
           01 WS-HIST-EOF PIC X VALUE 'N'.
               88 END-OF-HIST-SCAN VALUE 'Y'.
           01 WS-PRIOR-TABLE.
               05 WS-AUDIT-HEIGHT      PIC ZZ9,99.
               05 FILLER               PIC X(5)  VALUE ' IMC='.
               05 WS-AUDIT-BMI         PIC ZZ9,99.
               05 FILLER               PIC X(3)  VALUE ' P='.
               05 WS-AUDIT-PATIENT-ID  PIC 9(6).

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0050-LOG-RUN-START.
           PERFORM 0110-GET-UNIT-SYSTEM.
           PERFORM 0115-GET-TOLERANCES.
           PERFORM 0116-GET-MERGED-ID-MODE.
           CALL "BUSDATE" USING WS-BUSINESS-DATE
           END-CALL.
           PERFORM 0118-LOAD-PRIOR-MEASUREMENTS.
           INITIALIZE WS-TALLY-TABLE.
           PERFORM 0120-OPEN-FILES.
           READ BMI-FILE
               AT END SET ENDOFBMI TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFBMI.
           PERFORM 0900-CLOSE-FILES.
           PERFORM 0700-WRITE-CLINIC-TALLY.
           DISPLAY "Registros processados: " WS-RECORD-COUNT.
           DISPLAY "Medicoes suspeitas...: " WS-SUSPECT-COUNT.
           DISPLAY "IDs fundidos desviados: " WS-REDIRECT-COUNT.
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
      *Cada PATIENT-ID do movimento e validado contra o cadastro
      *mestre; demografia (nome/nascimento/sexo) vem do mestre, nao
      *do arquivo de movimento. ID desconhecido vai para a listagem
      *de exceções e nao entra no historico nem na auditoria; o
      *paciente desativado pelo PACIENTEMANUT tambem, com o motivo.
       0200-PROCESS-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           PERFORM 0150-LOOKUP-PATIENT.
           PERFORM 0170-LOOKUP-CLINIC.
           EVALUATE TRUE
               WHEN PATIENT-WAS-MERGED
                   MOVE SPACES TO WS-LOTE-REASON
                   STRING "ID FUNDIDO NO PACIENTE " WS-XREF-SURVIVOR
                       DELIMITED BY SIZE INTO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN NOT PATIENT-IS-KNOWN
                   MOVE "PACIENTE NAO CONSTA NO CADASTRO MESTRE"
                       TO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN PIDX-STATUS = 'I'
                   MOVE "PACIENTE DESATIVADO NO CADASTRO MESTRE"
                       TO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN CLINIC-CODE = SPACES
                   MOVE "CLINICA NAO INFORMADA" TO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN WS-CLINIC-FOUND = 'N'
                   MOVE "CLINICA NAO CONSTA NO CADASTRO"
                       TO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN WS-CLINIC-FOUND = 'I'
                   MOVE "CLINICA DESATIVADA NO CADASTRO"
                       TO WS-LOTE-REASON
                   PERFORM 0160-WRITE-LOTE-EXCEPTION
                   READ BMI-FILE
                       AT END SET ENDOFBMI TO TRUE
                   END-READ
               WHEN OTHER
                   PERFORM 0250-CALCULATE-AND-LOG
           END-EVALUATE.

       0150-LOOKUP-PATIENT.
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

       0160-WRITE-LOTE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-TL-REJECTED(WS-TALLY-HIT).
           MOVE SPACES TO LOTE-EXC-LINE.
           MOVE PATIENT-ID TO LEXC-PATIENT-ID.
           MOVE LASTNAME TO LEXC-LASTNAME.
           MOVE FIRSTNAME TO LEXC-FIRSTNAME.
           MOVE WS-LOTE-REASON TO LEXC-REASON.
           MOVE CLINIC-CODE TO LEXC-CLINIC-CODE.
           WRITE LOTE-EXC-LINE.

      *A clinica e consultada em todo registro, mesmo os que vao
      *ser rejeitados pelo paciente, para a linha da rodada daquela
      *clinica contar tudo o que ela mandou.
       0170-LOOKUP-CLINIC.
           MOVE 'N' TO WS-CLINIC-FOUND.
           IF CLINIC-CODE NOT = SPACES
               CALL "CLINCHECK" USING CLINIC-CODE WS-CLINIC-NAME
                   WS-CLINIC-FOUND
               END-CALL
           END-IF.
           PERFORM 0180-FIND-TALLY-ENTRY.
           ADD 1 TO WS-TL-READ(WS-TALLY-HIT).

       0180-FIND-TALLY-ENTRY.
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

       0250-CALCULATE-AND-LOG.
           MOVE WEIGHT TO WS-WEIGHT.
           MOVE HEIGHT-INCHES TO WS-HEIGHTS.
                   " (" WS-BMI-CATEGORY ")"
               PERFORM 0500-LOG-AUDIT
               PERFORM 0600-LOG-HISTORY
               ADD 1 TO WS-TL-ACCEPTED(WS-TALLY-HIT)
               PERFORM 0380-REMEMBER-ACCEPTED
           END-IF.


       0360-WRITE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT.
           ADD 1 TO WS-TL-SUSPECT(WS-TALLY-HIT).
           MOVE SPACES TO LOTE-SUSPECT-LINE.
           MOVE PATIENT-ID TO LSUS-PATIENT-ID.
           MOVE WS-PT-WEIGHT-KG(WS-PRIOR-HIT) TO LSUS-PREV-WEIGHT.
           MOVE WS-PT-HEIGHT-CM(WS-PRIOR-HIT) TO LSUS-PREV-HEIGHT.
           MOVE WS-HEIGHTS TO LSUS-NEW-HEIGHT.
           MOVE WS-SUSPECT-REASON TO LSUS-REASON.
           MOVE CLINIC-CODE TO LSUS-CLINIC-CODE.
           WRITE LOTE-SUSPECT-LINE.

      *A medição aceita passa a ser a "ultima" do paciente para as
           MOVE WS-ENTERED-WEIGHT TO WS-AUDIT-WEIGHT.
           MOVE WS-ENTERED-HEIGHT TO WS-AUDIT-HEIGHT.
           MOVE WS-BMI TO WS-AUDIT-BMI.
           MOVE PATIENT-ID TO WS-AUDIT-PATIENT-ID.
           MOVE WS-AUDIT-RECORD TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Anexa a medição datada ao historico longitudinal, sempre em
      *kg/cm (WS-WEIGHT/WS-HEIGHTS ja passaram por 0300-CONVERT).
      *Leitura importada de aparelho leva a data e a hora da medicao;
      *a digitada, a data util da rodada e a hora do relogio.
       0600-LOG-HISTORY.
           MOVE SPACES TO HISTDETAILS.
           MOVE PATIENT-ID TO HIST-PATIENT-ID.
           IF MEAS-DATE IS NUMERIC AND MEAS-DATE > ZERO
                   AND MEAS-TIME IS NUMERIC
               MOVE MEAS-DATE TO HIST-MEAS-DATE
               MOVE MEAS-TIME TO HIST-MEAS-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO HIST-MEAS-DATE
               MOVE WS-CURRENT-DATE-TIME(9:6) TO HIST-MEAS-TIME
           END-IF.
           MOVE PIDX-LASTNAME TO HIST-LASTNAME.
           MOVE PIDX-FIRSTNAME TO HIST-FIRSTNAME.
           MOVE WS-WEIGHT TO HIST-WEIGHT-KG.
           MOVE WS-HEIGHTS TO HIST-HEIGHT-CM.
           MOVE WS-BMI TO HIST-BMI.
           MOVE WS-BMI-CATEGORY TO HIST-CATEGORY.
           MOVE CLINIC-CODE TO HIST-CLINIC-CODE.
           WRITE HISTDETAILS.

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
           CLOSE BMI-AUDIT-LOG.
