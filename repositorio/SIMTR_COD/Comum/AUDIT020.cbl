      *                   AUDITREG COM ARQ-SIPDET NA MAO. SEM          *
      *                   DOCUMENTO NO PARAMETRO, O EXTRATO POR NIS    *
      *                   E PERIODO SEGUE COMO SEMPRE FOI.             *
      *  2026-10-15  MRS  CADA ACESSO PASSA A SAIR COM A BASE LEGAL    *
      *                   LGPD E A FINALIDADE DA CONSULTA              *
      *                   (AUD-CO-BASE-LEGAL/AUD-CO-FINALIDADE,        *
      *                   GRAVADAS POR AUDIT010 A PARTIR DO CADASTRO   *
      *                   ARQ-BASELEG CONFERIDO PELA PESPO600 E PELA   *
      *                   SICPF000), NO RELATORIO E NO ARQUIVO         *
      *                   ESTRUTURADO                                  *
      *                   (EXT-CO-BASE-LEGAL/EXT-CO-FINALIDADE NO      *
      *                   FINAL). O EXTRATO POR DOCUMENTO RESPONDE     *
      *                   AGORA COM QUE BASE, E NAO SO QUEM CONSULTOU. *
      *                   EVENTO SEM CONSULTA A DOCUMENTO SAI COM OS   *
      *                   DOIS CAMPOS EM BRANCO.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-NO-PROGRAMA         PIC X(008).
           05 AUD-HR-EVENTO           PIC X(006).
           05 AUD-CPF-CNPJ            PIC 9(014).
           05 AUD-CO-BASE-LEGAL       PIC X(002).
           05 AUD-CO-FINALIDADE       PIC X(010).

      *----------------------------------------------------------------*
      *    SAIDA ESTRUTURADA PARA A PLANILHA DO JURIDICO: OS MESMOS    *
           05 EXT-OPERACAO            PIC X(016).
           05 EXT-NO-PROGRAMA         PIC X(008).
           05 EXT-CPF-CNPJ            PIC 9(014).
           05 EXT-CO-BASE-LEGAL       PIC X(002).
           05 EXT-CO-FINALIDADE       PIC X(010).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
                  AUD-OPERACAO    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-NO-PROGRAMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-CO-BASE-LEGAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUD-CO-FINALIDADE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2200-EMITIR-LINHA-EXIT.
           MOVE AUD-OPERACAO     TO EXT-OPERACAO.
           MOVE AUD-NO-PROGRAMA  TO EXT-NO-PROGRAMA.
           MOVE AUD-CPF-CNPJ     TO EXT-CPF-CNPJ.
           MOVE AUD-CO-BASE-LEGAL TO EXT-CO-BASE-LEGAL.
           MOVE AUD-CO-FINALIDADE TO EXT-CO-FINALIDADE.
           WRITE REG-EXTRATO.
       2300-GRAVAR-EXTRATO-EXIT.
           EXIT.
