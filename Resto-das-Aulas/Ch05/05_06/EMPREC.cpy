           05  EMP-STATUS             PIC X.
           05  EMP-TERM-DATE          PIC 9(8).
           05  FILLER                 PIC X(1).
      *Linha de reporte: SSN do gestor imediato, zero para quem nao
      *tem gestor (topo da empresa). Registros gravados antes do
      *campo existir chegam em branco; o EMPEDIT normaliza para zero
      *e critica se o gestor existe, esta ativo e nao fecha ciclo.
           05  EMP-MANAGER-SSN        PIC 9(9).
