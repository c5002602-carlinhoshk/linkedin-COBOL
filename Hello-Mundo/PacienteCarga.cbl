      *PATIENT-MASTER.DAT mantido pelas clinicas e o carrega no
      *indexado PATIENT-MASTER.IDX com chave em PAC-PATIENT-ID, no
      *mesmo molde do EMPLOADIDX para EMPLOYEES.IDX. A manutenção e
      *feita pelo PACIENTEMANUT, que regrava o sequencial, e esta
      *carga roda de novo logo depois na rodada, exatamente como o
      *lado de RH faz depois de cada merge. Pacientes desativados
      *tambem sao carregados, com a situacao, para o calculo de IMC
      *rejeita-los com motivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 PIDX-FIRSTNAME       PIC X(20).
           05 PIDX-BIRTH-DATE      PIC 9(8).
           05 PIDX-PATIENT-SEX     PIC X.
           05 PIDX-STATUS          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
               MOVE PAC-FIRSTNAME TO PIDX-FIRSTNAME
               MOVE PAC-BIRTH-DATE TO PIDX-BIRTH-DATE
               MOVE PAC-PATIENT-SEX TO PIDX-PATIENT-SEX
               MOVE PAC-STATUS TO PIDX-STATUS
               WRITE PIDX-DETAILS
                   INVALID KEY
                       ADD 1 TO WS-REJECT-COUNT
