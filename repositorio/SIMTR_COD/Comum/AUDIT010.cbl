      *                   DOCUMENTO" SEM CRUZAMENTO MANUAL COM         *
      *                   ARQ-SIPDET. CHAMADOR SEM DOCUMENTO (ROTINAS  *
      *                   DE MANUTENCAO) INFORMA ZERO.                 *
      *  2026-10-15  MRS  O REGISTRO PASSA A CARREGAR A BASE LEGAL     *
      *                   LGPD (AUD-CO-BASE-LEGAL) E A FINALIDADE      *
      *                   (AUD-CO-FINALIDADE) DA CONSULTA, RECEBIDAS   *
      *                   EM AUD10-CO-BASE-LEGAL/AUD10-CO-FINALIDADE,  *
      *                   CONFERIDAS PELA PESPO600 E PELA SICPF000 NO  *
      *                   CADASTRO ARQ-BASELEG (PESPO691). O EXTRATO   *
      *                   AUDIT020 PASSA A RESPONDER "COM QUE BASE" E  *
      *                   NAO SO "QUEM CONSULTOU". CHAMADOR SEM        *
      *                   CONSULTA A DOCUMENTO INFORMA ESPACOS.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-NO-PROGRAMA         PIC X(008).
           05 AUD-HR-EVENTO           PIC X(006).
           05 AUD-CPF-CNPJ            PIC 9(014).
           05 AUD-CO-BASE-LEGAL       PIC X(002).
           05 AUD-CO-FINALIDADE       PIC X(010).

       WORKING-STORAGE SECTION.
       77  WK-FS-AUDITREG             PIC X(002) VALUE "00".
           05 AUD10-FUNCAO            PIC X(010).
           05 AUD10-NO-PROGRAMA       PIC X(008).
           05 AUD10-CPF-CNPJ          PIC 9(014).
           05 AUD10-CO-BASE-LEGAL     PIC X(002).
           05 AUD10-CO-FINALIDADE     PIC X(010).
           05 AUD10-CO-RETORNO        PIC X(002).

       PROCEDURE DIVISION USING AUDIT010-PARM.
           MOVE AUD10-FUNCAO          TO AUD-FUNCAO.
           MOVE AUD10-NO-PROGRAMA     TO AUD-NO-PROGRAMA.
           MOVE AUD10-CPF-CNPJ        TO AUD-CPF-CNPJ.
           MOVE AUD10-CO-BASE-LEGAL   TO AUD-CO-BASE-LEGAL.
           MOVE AUD10-CO-FINALIDADE   TO AUD-CO-FINALIDADE.
           MOVE WK-DATA-HOJE          TO AUD-DT-EVENTO.
           MOVE WK-HORA-AGORA         TO AUD-HR-EVENTO.
           MOVE ZERO                  TO WK-QT-TENTATIVAS.
